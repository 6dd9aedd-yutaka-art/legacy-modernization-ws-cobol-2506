      ******************************************************************
      * シラバス管理システム - 未完了シラバス督促一覧
      *
      * 指定した学期（年度は0ですべて）の取消以外のシラバスに
      * 記載完了チェック（SYLCMCK）を行い、規則を満たしていない
      * シラバスを学科別・担当教員別に一覧にする。担当教員には
      * 連絡先を添え、不足項目ごとに「未」を印字する。
      * シラバスは学期の代替キーで対象学期の分だけを読み、処理時間
      * を SYLRTLG で syllabus_run_times.log に記録する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLCMRP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

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

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEP-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEA-ID
               FILE STATUS IS WS-TEA-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".
           88  WS-SYL-EOF           VALUE "10".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".

       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(50) VALUE SPACES.
       01  WS-TARGET-SEMESTER       PIC X(2) VALUE SPACES.
       01  WS-TARGET-YEAR           PIC 9(4) VALUE ZERO.

       01  WS-RT-PROGRAM            PIC X(8) VALUE "SYLCMRP".
       01  WS-RT-MODE               PIC X(8) VALUE "KEYREAD".
       01  WS-RT-START-TIME         PIC 9(8) VALUE ZERO.
       01  WS-RT-READ-COUNT         PIC 9(7) VALUE ZERO.

       COPY SYLCMPL.

      * 未完了シラバス（学科・担当教員・科目の順に並べる）
       01  WS-TARGET-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-IC-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-IC-TABLE.
           05  WS-IC-ENTRY OCCURS 2000 TIMES.
               10  WS-IC-KEY.
                   15  WS-IC-DEPT       PIC X(4).
                   15  WS-IC-TEACHER    PIC X(5).
                   15  WS-IC-COURSE     PIC X(6).
               10  WS-IC-FLAGS          PIC X(6).
               10  WS-IC-WEEKS          PIC 9(2).
               10  WS-IC-DESC-LENGTH    PIC 9(3).
               10  WS-IC-STATUS         PIC X(1).
       01  WS-IC-I                  PIC 9(4) VALUE ZERO.
       01  WS-IC-J                  PIC 9(4) VALUE ZERO.
       01  WS-IC-SWAP               PIC X(27).
       01  WS-PREV-DEPT             PIC X(4) VALUE SPACES.
       01  WS-PREV-TEACHER          PIC X(5) VALUE SPACES.
       01  WS-DEPT-COUNT            PIC 9(4) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "未完了シラバス督促一覧".
       01  WS-LEGEND-LINE           PIC X(132) VALUE
           "「未」は不足（週計画は未記入の週数、"
           & "説明文は現在のバイト数を付記）".
       01  WS-NO-DATA-LINE          PIC X(132) VALUE
           "未完了のシラバスはありません。".

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(14) VALUE "対象学期: ".
           05  WS-RH-SEMESTER       PIC X(2).
           05  FILLER               PIC X(10) VALUE "  年度: ".
           05  WS-RH-YEAR           PIC 9(4).
           05  FILLER               PIC X(14) VALUE "  作成日: ".
           05  WS-RH-DATE           PIC 9(8).
           05  FILLER               PIC X(80) VALUE SPACES.

       01  WS-DEPT-HEADING.
           05  FILLER               PIC X(13) VALUE "【学科】 ".
           05  WS-DH-DEPT-ID        PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DH-DEPT-NAME      PIC X(30).
           05  FILLER               PIC X(83) VALUE SPACES.

       01  WS-TEACHER-HEADING.
           05  FILLER               PIC X(16) VALUE
               "  担当教員: ".
           05  WS-TH-TEACHER-ID     PIC X(5).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-TH-LAST-NAME      PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-TH-FIRST-NAME     PIC X(20).
           05  FILLER               PIC X(13) VALUE "  連絡先: ".
           05  WS-TH-EMAIL          PIC X(30).
           05  FILLER               PIC X(25) VALUE SPACES.

       01  WS-DETAIL-HEADER.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE "科目".
           05  FILLER               PIC X(32) VALUE "科目名".
           05  FILLER               PIC X(11) VALUE "状態".
           05  FILLER               PIC X(10) VALUE "週計画".
           05  FILLER               PIC X(10) VALUE "説明文".
           05  FILLER               PIC X(8) VALUE "目標".
           05  FILLER               PIC X(8) VALUE "英名".
           05  FILLER               PIC X(8) VALUE "教室".
           05  FILLER               PIC X(10) VALUE "教科書".
           05  FILLER               PIC X(23) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DL-COURSE         PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-NAME           PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(9).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-WEEK-MARK      PIC X(3).
           05  WS-DL-WEEKS          PIC ZZ.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DL-DESC-MARK      PIC X(3).
           05  WS-DL-DESC-LENGTH    PIC ZZZ.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DL-OBJ-MARK       PIC X(3).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DL-NAME-EN-MARK   PIC X(3).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DL-ROOM-MARK      PIC X(3).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DL-TEXT-MARK      PIC X(3).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER               PIC X(13) VALUE "  未完了: ".
           05  WS-DT-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(112) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER               PIC X(8) VALUE "対象: ".
           05  WS-GT-TARGET         PIC ZZZ9.
           05  FILLER               PIC X(16) VALUE
               "件  未完了: ".
           05  WS-GT-INCOMPLETE     PIC ZZZ9.
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(97) VALUE SPACES.

       COPY LIBERROR.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "対象学期: "
           ACCEPT WS-TARGET-SEMESTER
           DISPLAY "対象年度（0=すべて）: "
           ACCEPT WS-TARGET-YEAR
           IF WS-TARGET-SEMESTER = SPACES
               DISPLAY "学期が未指定のため処理を中止し"
                   "ます。"
           ELSE
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RT-START-TIME
               PERFORM OPEN-FILES
               PERFORM COLLECT-INCOMPLETE
               PERFORM SORT-INCOMPLETE
               PERFORM WRITE-CHASE-REPORT
               PERFORM CLOSE-FILES
               DISPLAY "督促一覧を作成しました: "
                   WS-REPORT-FILENAME
               DISPLAY "対象: " WS-TARGET-COUNT "件  未完了: "
                   WS-IC-COUNT "件"
               CALL "SYLRTLG" USING WS-RT-PROGRAM, WS-RT-START-TIME,
                                    WS-RT-READ-COUNT, WS-RT-MODE
           END-IF
           GOBACK.

       OPEN-FILES SECTION.
           STRING "syllabus_chase_" DELIMITED BY SIZE
                   WS-TARGET-SEMESTER DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT DEPARTMENT-FILE
           OPEN INPUT TEACHER-FILE
           OPEN OUTPUT REPORT-FILE.

       CLOSE-FILES SECTION.
           CLOSE SYLLABUS-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE TEACHER-FILE
           CLOSE REPORT-FILE.

      * 対象学期の取消以外のシラバスを検査し、未完了を表に集める
       COLLECT-INCOMPLETE SECTION.
           MOVE WS-TARGET-SEMESTER TO SYL-SEMESTER
           START SYLLABUS-FILE KEY = SYL-SEMESTER
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START
           PERFORM UNTIL WS-SYL-EOF
               READ SYLLABUS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       ADD 1 TO WS-RT-READ-COUNT
                       IF SYL-SEMESTER NOT = WS-TARGET-SEMESTER
                           MOVE "10" TO WS-SYL-STATUS
                       END-IF
                       IF SYL-SEMESTER = WS-TARGET-SEMESTER
                       AND SYL-STATUS NOT = "C"
                       AND (WS-TARGET-YEAR = ZERO
                         OR SYL-ACADEMIC-YEAR = WS-TARGET-YEAR)
                           PERFORM CHECK-ONE-SYLLABUS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SYL-STATUS.

       CHECK-ONE-SYLLABUS SECTION.
           ADD 1 TO WS-TARGET-COUNT
           CALL "SYLCMCK" USING SYLLABUS-FILE-REC, SYL-COMPLETENESS
           IF CPL-INCOMPLETE
           AND WS-IC-COUNT < 2000
               ADD 1 TO WS-IC-COUNT
               MOVE SYL-DEPARTMENT-ID TO WS-IC-DEPT(WS-IC-COUNT)
               MOVE SYL-TEACHER-ID TO WS-IC-TEACHER(WS-IC-COUNT)
               MOVE SYL-COURSE-ID TO WS-IC-COURSE(WS-IC-COUNT)
               MOVE CPL-RULE-FLAGS TO WS-IC-FLAGS(WS-IC-COUNT)
               MOVE CPL-BLANK-WEEKS TO WS-IC-WEEKS(WS-IC-COUNT)
               MOVE CPL-DESC-LENGTH
                   TO WS-IC-DESC-LENGTH(WS-IC-COUNT)
               MOVE SYL-STATUS TO WS-IC-STATUS(WS-IC-COUNT)
           END-IF.

       SORT-INCOMPLETE SECTION.
           PERFORM VARYING WS-IC-I FROM 1 BY 1
                   UNTIL WS-IC-I >= WS-IC-COUNT
               PERFORM VARYING WS-IC-J FROM 1 BY 1
                       UNTIL WS-IC-J > WS-IC-COUNT - WS-IC-I
                   IF WS-IC-KEY(WS-IC-J) > WS-IC-KEY(WS-IC-J + 1)
                       MOVE WS-IC-ENTRY(WS-IC-J) TO WS-IC-SWAP
                       MOVE WS-IC-ENTRY(WS-IC-J + 1)
                           TO WS-IC-ENTRY(WS-IC-J)
                       MOVE WS-IC-SWAP TO WS-IC-ENTRY(WS-IC-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CHASE-REPORT SECTION.
           MOVE WS-TARGET-SEMESTER TO WS-RH-SEMESTER
           MOVE WS-TARGET-YEAR TO WS-RH-YEAR
           MOVE WS-CURRENT-DATE TO WS-RH-DATE
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING
           WRITE REPORT-LINE FROM WS-LEGEND-LINE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE HIGH-VALUES TO WS-PREV-DEPT
           MOVE HIGH-VALUES TO WS-PREV-TEACHER
           IF WS-IC-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NO-DATA-LINE
           END-IF
           PERFORM VARYING WS-IC-I FROM 1 BY 1
                   UNTIL WS-IC-I > WS-IC-COUNT
               IF WS-IC-DEPT(WS-IC-I) NOT = WS-PREV-DEPT
                   IF WS-PREV-DEPT NOT = HIGH-VALUES
                       PERFORM WRITE-DEPT-TOTAL
                   END-IF
                   PERFORM WRITE-DEPT-HEADING
               END-IF
               IF WS-IC-TEACHER(WS-IC-I) NOT = WS-PREV-TEACHER
                   PERFORM WRITE-TEACHER-HEADING
               END-IF
               PERFORM WRITE-INCOMPLETE-LINE
           END-PERFORM
           IF WS-IC-COUNT > ZERO
               PERFORM WRITE-DEPT-TOTAL
           END-IF
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-TARGET-COUNT TO WS-GT-TARGET
           MOVE WS-IC-COUNT TO WS-GT-INCOMPLETE
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.

       WRITE-DEPT-HEADING SECTION.
           MOVE WS-IC-DEPT(WS-IC-I) TO WS-PREV-DEPT
           MOVE HIGH-VALUES TO WS-PREV-TEACHER
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE WS-IC-DEPT(WS-IC-I) TO DEP-ID
           READ DEPARTMENT-FILE
               INVALID KEY
                   MOVE SPACES TO DEP-NAME
           END-READ
           MOVE "00" TO WS-DEP-STATUS
           MOVE WS-IC-DEPT(WS-IC-I) TO WS-DH-DEPT-ID
           MOVE DEP-NAME TO WS-DH-DEPT-NAME
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-DEPT-HEADING.

       WRITE-TEACHER-HEADING SECTION.
           MOVE WS-IC-TEACHER(WS-IC-I) TO WS-PREV-TEACHER
           MOVE WS-IC-TEACHER(WS-IC-I) TO TEA-ID
           READ TEACHER-FILE
               INVALID KEY
                   MOVE SPACES TO TEA-LAST-NAME
                   MOVE SPACES TO TEA-FIRST-NAME
                   MOVE SPACES TO TEA-EMAIL
           END-READ
           MOVE "00" TO WS-TEA-STATUS
           MOVE WS-IC-TEACHER(WS-IC-I) TO WS-TH-TEACHER-ID
           MOVE TEA-LAST-NAME TO WS-TH-LAST-NAME
           MOVE TEA-FIRST-NAME TO WS-TH-FIRST-NAME
           MOVE TEA-EMAIL TO WS-TH-EMAIL
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-TEACHER-HEADING
           WRITE REPORT-LINE FROM WS-DETAIL-HEADER
           WRITE REPORT-LINE FROM WS-RULE-LINE.

       WRITE-INCOMPLETE-LINE SECTION.
           MOVE WS-IC-FLAGS(WS-IC-I) TO CPL-RULE-FLAGS
           MOVE WS-IC-COURSE(WS-IC-I) TO WS-DL-COURSE
           MOVE WS-IC-COURSE(WS-IC-I) TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   MOVE SPACES TO SYL-COURSE-NAME
           END-READ
           MOVE "00" TO WS-SYL-STATUS
           MOVE SYL-COURSE-NAME TO WS-DL-NAME
           EVALUATE WS-IC-STATUS(WS-IC-I)
               WHEN "A"
                   MOVE "承認済" TO WS-DL-STATUS
               WHEN "P"
                   MOVE "公開済" TO WS-DL-STATUS
               WHEN OTHER
                   MOVE "下書き" TO WS-DL-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-DL-WEEK-MARK
           MOVE ZERO TO WS-DL-WEEKS
           IF CPL-WEEK-PLAN-OK = "N"
               MOVE "未" TO WS-DL-WEEK-MARK
               MOVE WS-IC-WEEKS(WS-IC-I) TO WS-DL-WEEKS
           END-IF
           MOVE SPACES TO WS-DL-DESC-MARK
           MOVE ZERO TO WS-DL-DESC-LENGTH
           IF CPL-DESCRIPTION-OK = "N"
               MOVE "未" TO WS-DL-DESC-MARK
               MOVE WS-IC-DESC-LENGTH(WS-IC-I) TO WS-DL-DESC-LENGTH
           END-IF
           MOVE SPACES TO WS-DL-OBJ-MARK
           IF CPL-OBJECTIVES-OK = "N"
               MOVE "未" TO WS-DL-OBJ-MARK
           END-IF
           MOVE SPACES TO WS-DL-NAME-EN-MARK
           IF CPL-NAME-EN-OK = "N"
               MOVE "未" TO WS-DL-NAME-EN-MARK
           END-IF
           MOVE SPACES TO WS-DL-ROOM-MARK
           IF CPL-CLASSROOM-OK = "N"
               MOVE "未" TO WS-DL-ROOM-MARK
           END-IF
           MOVE SPACES TO WS-DL-TEXT-MARK
           IF CPL-TEXTBOOK-OK = "N"
               MOVE "未" TO WS-DL-TEXT-MARK
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-DEPT-COUNT.

       WRITE-DEPT-TOTAL SECTION.
           WRITE REPORT-LINE FROM WS-RULE-LINE
           MOVE WS-DEPT-COUNT TO WS-DT-COUNT
           WRITE REPORT-LINE FROM WS-DEPT-TOTAL-LINE.
