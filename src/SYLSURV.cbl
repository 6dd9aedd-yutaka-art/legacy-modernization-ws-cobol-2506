               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT ENROLLMENT-FILE

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RATE-TITLE            PIC X(132) VALUE
           "                          授業評価 "
           & "回収率レポート".
       01  WS-TEACHER-TITLE         PIC X(132) VALUE
           "                          授業評価 教員別サマリ".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       SCREEN SECTION.
       01  SURV-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "授業評価アンケートメニュー".
           05  LINE 4 COL 1         VALUE "1. 回答入力（匿名）".
           05  LINE 5 COL 1         VALUE "2. 回収率レポート".
           05  LINE 6 COL 1         VALUE
               "3. 教員別サマリ（成績締切後）".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  SURV-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE
               "授業評価回答入力（匿名）".
           05  LINE 4 COL 1         VALUE "科目コード: ".
           05  LINE 4 COL 14        PIC X(6) USING SRV-COURSE-ID.
           05  LINE 5 COL 1         VALUE "学期: ".
           05  LINE 5 COL 8         PIC X(2) USING WS-INPUT-SEMESTER.

       01  CONTINUE-SCREEN.
           05  LINE 14 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 14 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
           ACCEPT TEACHER-INPUT-SCREEN
           PERFORM CHECK-GRADING-CLOSED
           IF WS-DEADLINE-FOUND AND NOT WS-GRADING-CLOSED
               DISPLAY "成績入力期間中のためサマリは"
                   "公開できません。"
           ELSE
               PERFORM WRITE-TEACHER-SUMMARY
           END-IF.
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-TEACHER-TITLE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-INPUT-TEACHER-ID TO SYL-TEACHER-ID
           MOVE "00" TO WS-SYL-STATUS
           START SYLLABUS-FILE KEY = SYL-TEACHER-ID
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START
                   AT END
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       IF SYL-TEACHER-ID NOT = WS-INPUT-TEACHER-ID
                           MOVE "10" TO WS-SYL-STATUS
                       END-IF
                       IF SYL-TEACHER-ID = WS-INPUT-TEACHER-ID
                       AND SYL-SEMESTER = WS-INPUT-SEMESTER
                           PERFORM WRITE-COURSE-SUMMARY
