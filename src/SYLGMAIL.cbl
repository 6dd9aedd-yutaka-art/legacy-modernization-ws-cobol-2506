      ******************************************************************
      * シラバス管理システム - 保証人宛 成績通知郵送バッチ
      *
      * 学期末、学業成績区分判定（SYLSTND）の後に実行する。
      * 連絡先（student_contact.dat）で郵送に同意している在籍・
      * 休学中の学生について、保証人宛の成績通知を作成する。
      * 通知には指定学期の成績（科目・単位・評語・評点）、学期
      * GPA・累積GPAと学業成績区分、その学期の要注意フラグ
      * （SYLWARNで確定し未解消のもの）を載せる。
      * 郵送先は保証人の住所（郵便番号が空白なら自宅住所）とし、
      * 通知と宛名ラベルはともに郵便番号順に並べて出力する
      *   guardian_report_<学期>_<日付>.txt
      *   guardian_labels_<学期>_<日付>.txt
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLGMAIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE
               ASSIGN TO "student_contact.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-STUDENT-ID
               FILE STATUS IS WS-CNT-STATUS.

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

           SELECT WARNING-FILE
               ASSIGN TO "midterm_warning.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWN-KEY
               FILE STATUS IS WS-MWN-STATUS.

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

           SELECT LABEL-FILE
               ASSIGN TO WS-LABEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CNTFILE.

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

       FD  WARNING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MWARNFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       FD  LABEL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LABEL-LINE               PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-CNT-STATUS            PIC XX VALUE "00".
           88  WS-CNT-SUCCESS       VALUE "00".
           88  WS-CNT-EOF           VALUE "10".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-GRD-STATUS            PIC XX VALUE "00".
           88  WS-GRD-SUCCESS       VALUE "00".
           88  WS-GRD-EOF           VALUE "10".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-STN-STATUS            PIC XX VALUE "00".
           88  WS-STN-SUCCESS       VALUE "00".

       01  WS-MWN-STATUS            PIC XX VALUE "00".
           88  WS-MWN-SUCCESS       VALUE "00".
           88  WS-MWN-EOF           VALUE "10".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-LABEL-STATUS          PIC XX VALUE "00".
           88  WS-LABEL-SUCCESS     VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(50) VALUE SPACES.
       01  WS-LABEL-FILENAME        PIC X(50) VALUE SPACES.
       01  WS-TARGET-SEMESTER       PIC X(2) VALUE SPACES.

      * 郵送対象者（郵便番号・学籍番号の順に並べる）
       01  WS-ML-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-ML-TABLE.
           05  WS-ML-ENTRY OCCURS 3000 TIMES.
               10  WS-ML-POSTAL         PIC X(8).
               10  WS-ML-STUDENT-ID     PIC X(7).
       01  WS-ML-I                  PIC 9(4) VALUE ZERO.
       01  WS-ML-J                  PIC 9(4) VALUE ZERO.
       01  WS-ML-SWAP               PIC X(15).
       01  WS-SKIPPED-COUNT         PIC 9(4) VALUE ZERO.

      * 郵送先（保証人の住所、空白なら自宅住所）
       01  WS-MAIL-POSTAL           PIC X(8) VALUE SPACES.
       01  WS-MAIL-ADDRESS-1        PIC X(40) VALUE SPACES.
       01  WS-MAIL-ADDRESS-2        PIC X(40) VALUE SPACES.

       01  WS-STUDENT-NAME          PIC X(41) VALUE SPACES.
       01  WS-DEPT-NAME             PIC X(30) VALUE SPACES.
       01  WS-GRADE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-WARN-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-REASON-LABEL          PIC X(16) VALUE SPACES.
       01  WS-STANDING-LABEL        PIC X(16) VALUE SPACES.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
       01  WS-LETTER-TITLE          PIC X(132) VALUE
           "                          成績通知書".

       01  WS-GUARDIAN-LINE.
           05  WS-GL-NAME           PIC X(30).
           05  FILLER               PIC X(6) VALUE " 様".
           05  FILLER               PIC X(60) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-GL-DATE           PIC 9(8).
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-STUDENT-LINE.
           05  FILLER               PIC X(14) VALUE "学籍番号: ".
           05  WS-SL-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(11) VALUE "  氏名: ".
           05  WS-SL-NAME           PIC X(41).
           05  FILLER               PIC X(11) VALUE "  学科: ".
           05  WS-SL-DEPT-NAME      PIC X(30).
           05  FILLER               PIC X(11) VALUE "  学年: ".
           05  WS-SL-YEAR           PIC 9.
           05  FILLER               PIC X(6) VALUE SPACES.

       01  WS-TERM-LINE.
           05  FILLER               PIC X(14) VALUE "対象学期: ".
           05  WS-TL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(116) VALUE SPACES.

       01  WS-GRADE-HEADER.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "科目".
           05  FILLER               PIC X(32) VALUE "科目名".
           05  FILLER               PIC X(8) VALUE "単位".
           05  FILLER               PIC X(8) VALUE "評語".
           05  FILLER               PIC X(8) VALUE "評点".
           05  FILLER               PIC X(62) VALUE SPACES.

       01  WS-GRADE-DETAIL.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-GD-COURSE-ID      PIC X(6).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-GD-COURSE-NAME    PIC X(30).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-GD-CREDITS        PIC 9.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  WS-GD-GRADE          PIC X(2).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-GD-POINT          PIC 9.9.
           05  FILLER               PIC X(67) VALUE SPACES.

       01  WS-NO-GRADE-LINE         PIC X(132) VALUE
           "    この学期の成績記録はありません。".

       01  WS-GPA-LINE.
           05  FILLER               PIC X(14) VALUE "学期GPA: ".
           05  WS-GP-SEM-GPA        PIC 9.99.
           05  FILLER               PIC X(14) VALUE "  累積GPA: ".
           05  WS-GP-CUM-GPA        PIC 9.99.
           05  FILLER               PIC X(22) VALUE
               "  学業成績区分: ".
           05  WS-GP-STANDING       PIC X(16).
           05  FILLER               PIC X(58) VALUE SPACES.

       01  WS-NO-STANDING-LINE      PIC X(132) VALUE
           "学期GPA・学業成績区分: 未判定".

       01  WS-WARN-HEADER           PIC X(132) VALUE
           "【学期中間の要注意事項】".

       01  WS-WARN-DETAIL.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-WD-COURSE-ID      PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-WD-COURSE-NAME    PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-WD-REASON         PIC X(16).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-WD-COMMENT        PIC X(40).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-LABEL-POSTAL.
           05  FILLER               PIC X(3) VALUE "〒".
           05  WS-LP-POSTAL         PIC X(8).
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-LABEL-NAME.
           05  WS-LN-NAME           PIC X(30).
           05  FILLER               PIC X(6) VALUE " 様".
           05  FILLER               PIC X(24) VALUE SPACES.

       01  WS-LABEL-REFERENCE.
           05  FILLER               PIC X(3) VALUE "（".
           05  WS-LR-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-LR-NAME           PIC X(41).
           05  FILLER               PIC X(3) VALUE "）".
           05  FILLER               PIC X(5) VALUE SPACES.

       COPY LIBERROR.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "保証人宛 成績通知郵送"
           DISPLAY "対象学期: "
           ACCEPT WS-TARGET-SEMESTER
           IF WS-TARGET-SEMESTER = SPACES
               DISPLAY "学期が未指定のため処理を中止し"
                   "ます。"
           ELSE
               PERFORM OPEN-FILES
               PERFORM COLLECT-RECIPIENTS
               PERFORM SORT-RECIPIENTS
               PERFORM VARYING WS-ML-I FROM 1 BY 1
                       UNTIL WS-ML-I > WS-ML-COUNT
                   PERFORM PRODUCE-ONE-MAILING
               END-PERFORM
               PERFORM CLOSE-FILES
               DISPLAY "成績通知を作成しました: "
                   WS-ML-COUNT "名"
               DISPLAY "対象外（郵送先不備）: "
                   WS-SKIPPED-COUNT "名"
               DISPLAY "成績通知: " WS-REPORT-FILENAME
               DISPLAY "宛名ラベル: " WS-LABEL-FILENAME
           END-IF
           GOBACK.

       OPEN-FILES SECTION.
           OPEN INPUT CONTACT-FILE
           OPEN INPUT STUDENT-FILE
           OPEN INPUT GRADE-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT STANDING-FILE
           OPEN INPUT WARNING-FILE
           OPEN INPUT DEPARTMENT-FILE
           STRING "guardian_report_" DELIMITED BY SIZE
                   WS-TARGET-SEMESTER DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           STRING "guardian_labels_" DELIMITED BY SIZE
                   WS-TARGET-SEMESTER DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-LABEL-FILENAME
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT LABEL-FILE.

       CLOSE-FILES SECTION.
           CLOSE CONTACT-FILE
           CLOSE STUDENT-FILE
           CLOSE GRADE-FILE
           CLOSE SYLLABUS-FILE
           CLOSE STANDING-FILE
           CLOSE WARNING-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE REPORT-FILE
           CLOSE LABEL-FILE.

      * 郵送に同意している在籍・休学中の学生を郵送先の郵便番号と
      * ともに表に積む
       COLLECT-RECIPIENTS SECTION.
           MOVE ZERO TO WS-ML-COUNT
           MOVE LOW-VALUES TO CNT-STUDENT-ID
           START CONTACT-FILE KEY >= CNT-STUDENT-ID
               INVALID KEY
                   MOVE "10" TO WS-CNT-STATUS
           END-START
           PERFORM UNTIL WS-CNT-EOF
               READ CONTACT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CNT-STATUS
                   NOT AT END
                       IF CNT-MAIL-AGREED
                           PERFORM CHECK-RECIPIENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-CNT-STATUS.

       CHECK-RECIPIENT SECTION.
           MOVE CNT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "23" TO WS-STU-STATUS
           END-READ
           IF WS-STU-SUCCESS
           AND (STU-ACTIVE OR STU-ON-LEAVE)
               PERFORM SET-MAILING-ADDRESS
               IF WS-MAIL-POSTAL = SPACES
               OR CNT-GUARDIAN-NAME = SPACES
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "郵送先不備のため対象外: "
                       CNT-STUDENT-ID
               ELSE
                   IF WS-ML-COUNT < 3000
                       ADD 1 TO WS-ML-COUNT
                       MOVE WS-MAIL-POSTAL TO WS-ML-POSTAL(WS-ML-COUNT)
                       MOVE CNT-STUDENT-ID
                           TO WS-ML-STUDENT-ID(WS-ML-COUNT)
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO WS-STU-STATUS.

       SET-MAILING-ADDRESS SECTION.
           IF CNT-GUARDIAN-POSTAL NOT = SPACES
               MOVE CNT-GUARDIAN-POSTAL TO WS-MAIL-POSTAL
               MOVE CNT-GUARDIAN-ADDRESS-1 TO WS-MAIL-ADDRESS-1
               MOVE CNT-GUARDIAN-ADDRESS-2 TO WS-MAIL-ADDRESS-2
           ELSE
               MOVE CNT-HOME-POSTAL TO WS-MAIL-POSTAL
               MOVE CNT-HOME-ADDRESS-1 TO WS-MAIL-ADDRESS-1
               MOVE CNT-HOME-ADDRESS-2 TO WS-MAIL-ADDRESS-2
           END-IF.

       SORT-RECIPIENTS SECTION.
           PERFORM VARYING WS-ML-I FROM 1 BY 1
                   UNTIL WS-ML-I >= WS-ML-COUNT
               PERFORM VARYING WS-ML-J FROM 1 BY 1
                       UNTIL WS-ML-J > WS-ML-COUNT - WS-ML-I
                   IF WS-ML-ENTRY(WS-ML-J) > WS-ML-ENTRY(WS-ML-J + 1)
                       MOVE WS-ML-ENTRY(WS-ML-J) TO WS-ML-SWAP
                       MOVE WS-ML-ENTRY(WS-ML-J + 1)
                           TO WS-ML-ENTRY(WS-ML-J)
                       MOVE WS-ML-SWAP TO WS-ML-ENTRY(WS-ML-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * 1名分の成績通知と宛名ラベルを出力する
       PRODUCE-ONE-MAILING SECTION.
           MOVE WS-ML-STUDENT-ID(WS-ML-I) TO CNT-STUDENT-ID
           READ CONTACT-FILE
               INVALID KEY
                   MOVE "23" TO WS-CNT-STATUS
           END-READ
           MOVE WS-ML-STUDENT-ID(WS-ML-I) TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "23" TO WS-STU-STATUS
           END-READ
           IF WS-CNT-SUCCESS AND WS-STU-SUCCESS
               PERFORM SET-MAILING-ADDRESS
               MOVE SPACES TO WS-STUDENT-NAME
               STRING STU-LAST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   STU-FIRST-NAME DELIMITED BY "  "
                   INTO WS-STUDENT-NAME
               MOVE SPACES TO WS-DEPT-NAME
               MOVE STU-DEPARTMENT-ID TO DEP-ID
               READ DEPARTMENT-FILE
                   INVALID KEY
                       MOVE STU-DEPARTMENT-ID TO WS-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DEP-NAME TO WS-DEPT-NAME
               END-READ
               MOVE "00" TO WS-DEP-STATUS
               PERFORM WRITE-LETTER-HEADING
               PERFORM WRITE-TERM-GRADES
               PERFORM WRITE-TERM-STANDING
               PERFORM WRITE-TERM-WARNINGS
               WRITE REPORT-LINE FROM WS-HEADER1
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               PERFORM WRITE-ADDRESS-LABEL
           END-IF
           MOVE "00" TO WS-CNT-STATUS
           MOVE "00" TO WS-STU-STATUS.

       WRITE-LETTER-HEADING SECTION.
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE SPACES TO WS-PRINT-LINE
           STRING "〒" DELIMITED BY SIZE
               WS-MAIL-POSTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           MOVE WS-MAIL-ADDRESS-1 TO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           IF WS-MAIL-ADDRESS-2 NOT = SPACES
               MOVE WS-MAIL-ADDRESS-2 TO WS-PRINT-LINE
               WRITE REPORT-LINE FROM WS-PRINT-LINE
           END-IF
           MOVE CNT-GUARDIAN-NAME TO WS-GL-NAME
           MOVE WS-CURRENT-DATE TO WS-GL-DATE
           WRITE REPORT-LINE FROM WS-GUARDIAN-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-LETTER-TITLE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE STU-ID TO WS-SL-STUDENT-ID
           MOVE WS-STUDENT-NAME TO WS-SL-NAME
           MOVE WS-DEPT-NAME TO WS-SL-DEPT-NAME
           MOVE STU-YEAR TO WS-SL-YEAR
           WRITE REPORT-LINE FROM WS-STUDENT-LINE
           MOVE WS-TARGET-SEMESTER TO WS-TL-SEMESTER
           WRITE REPORT-LINE FROM WS-TERM-LINE
           WRITE REPORT-LINE FROM WS-RULE-LINE.

      * 成績をキー順に読み、指定学期の分だけ印字する
       WRITE-TERM-GRADES SECTION.
           MOVE ZERO TO WS-GRADE-COUNT
           WRITE REPORT-LINE FROM WS-GRADE-HEADER
           MOVE STU-ID TO GRD-STUDENT-ID
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
                       IF GRD-STUDENT-ID NOT = STU-ID
                           MOVE "10" TO WS-GRD-STATUS
                       ELSE
                           IF GRD-SEMESTER = WS-TARGET-SEMESTER
                               PERFORM WRITE-GRADE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-GRD-STATUS
           IF WS-GRADE-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NO-GRADE-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-RULE-LINE.

       WRITE-GRADE-LINE SECTION.
           ADD 1 TO WS-GRADE-COUNT
           MOVE GRD-COURSE-ID TO WS-GD-COURSE-ID
           MOVE GRD-GRADE TO WS-GD-GRADE
           MOVE GRD-POINT TO WS-GD-POINT
           MOVE GRD-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   MOVE "*** 科目情報なし ***"
                       TO WS-GD-COURSE-NAME
                   MOVE ZERO TO WS-GD-CREDITS
               NOT INVALID KEY
                   MOVE SYL-COURSE-NAME TO WS-GD-COURSE-NAME
                   MOVE SYL-CREDITS TO WS-GD-CREDITS
           END-READ
           MOVE "00" TO WS-SYL-STATUS
           WRITE REPORT-LINE FROM WS-GRADE-DETAIL.

       WRITE-TERM-STANDING SECTION.
           MOVE STU-ID TO STN-STUDENT-ID
           MOVE WS-TARGET-SEMESTER TO STN-SEMESTER
           READ STANDING-FILE
               INVALID KEY
                   WRITE REPORT-LINE FROM WS-NO-STANDING-LINE
                   END-WRITE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN STN-DEANS-LIST
                           MOVE "学部長表彰" TO WS-STANDING-LABEL
                       WHEN STN-GOOD
                           MOVE "良好" TO WS-STANDING-LABEL
                       WHEN STN-PROBATION
                           MOVE "学業警告" TO WS-STANDING-LABEL
                       WHEN STN-SUSPENSION
                           MOVE "停学勧告" TO WS-STANDING-LABEL
                       WHEN OTHER
                           MOVE SPACES TO WS-STANDING-LABEL
                   END-EVALUATE
                   MOVE STN-SEM-GPA TO WS-GP-SEM-GPA
                   MOVE STN-CUM-GPA TO WS-GP-CUM-GPA
                   MOVE WS-STANDING-LABEL TO WS-GP-STANDING
                   WRITE REPORT-LINE FROM WS-GPA-LINE
           END-READ
           MOVE "00" TO WS-STN-STATUS.

      * 指定学期の要注意フラグのうち、未解消（O）のものを印字する
       WRITE-TERM-WARNINGS SECTION.
           MOVE ZERO TO WS-WARN-COUNT
           MOVE STU-ID TO MWN-STUDENT-ID
           MOVE LOW-VALUES TO MWN-COURSE-ID
           MOVE LOW-VALUES TO MWN-SEMESTER
           MOVE "00" TO WS-MWN-STATUS
           START WARNING-FILE KEY >= MWN-KEY
               INVALID KEY
                   MOVE "10" TO WS-MWN-STATUS
           END-START
           PERFORM UNTIL WS-MWN-EOF
               READ WARNING-FILE NEXT
                   AT END
                       MOVE "10" TO WS-MWN-STATUS
                   NOT AT END
                       IF MWN-STUDENT-ID NOT = STU-ID
                           MOVE "10" TO WS-MWN-STATUS
                       ELSE
                           IF MWN-SEMESTER = WS-TARGET-SEMESTER
                           AND MWN-OPEN
                               PERFORM WRITE-WARNING-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-MWN-STATUS.

       WRITE-WARNING-LINE SECTION.
           IF WS-WARN-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               WRITE REPORT-LINE FROM WS-WARN-HEADER
           END-IF
           ADD 1 TO WS-WARN-COUNT
           EVALUATE TRUE
               WHEN MWN-ATTENDANCE
                   MOVE "出席不良" TO WS-REASON-LABEL
               WHEN MWN-FAILING
                   MOVE "成績不振" TO WS-REASON-LABEL
               WHEN MWN-ASSIGNMENTS
                   MOVE "課題未提出" TO WS-REASON-LABEL
               WHEN OTHER
                   MOVE "その他" TO WS-REASON-LABEL
           END-EVALUATE
           MOVE MWN-COURSE-ID TO WS-WD-COURSE-ID
           MOVE SPACES TO WS-WD-COURSE-NAME
           MOVE MWN-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SYL-COURSE-NAME TO WS-WD-COURSE-NAME
           END-READ
           MOVE "00" TO WS-SYL-STATUS
           MOVE WS-REASON-LABEL TO WS-WD-REASON
           MOVE MWN-COMMENT TO WS-WD-COMMENT
           WRITE REPORT-LINE FROM WS-WARN-DETAIL.

       WRITE-ADDRESS-LABEL SECTION.
           MOVE WS-MAIL-POSTAL TO WS-LP-POSTAL
           WRITE LABEL-LINE FROM WS-LABEL-POSTAL
           WRITE LABEL-LINE FROM WS-MAIL-ADDRESS-1
           IF WS-MAIL-ADDRESS-2 NOT = SPACES
               WRITE LABEL-LINE FROM WS-MAIL-ADDRESS-2
           END-IF
           MOVE CNT-GUARDIAN-NAME TO WS-LN-NAME
           WRITE LABEL-LINE FROM WS-LABEL-NAME
           MOVE STU-ID TO WS-LR-STUDENT-ID
           MOVE WS-STUDENT-NAME TO WS-LR-NAME
           WRITE LABEL-LINE FROM WS-LABEL-REFERENCE
           MOVE SPACES TO LABEL-LINE
           WRITE LABEL-LINE.
