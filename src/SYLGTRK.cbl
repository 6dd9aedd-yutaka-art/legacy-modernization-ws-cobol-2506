               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT TEACHER-FILE
       01  WS-HEADER2               PIC X(132) VALUE
           "                          成績提出状況一覧".
       01  WS-CHASE-HEADER          PIC X(132) VALUE
           "【督促状（締切超過・"
           & "未提出の担当教員宛）】".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(10) VALUE "  科目: ".
           05  WS-CH-COURSE         PIC X(6).
           05  FILLER               PIC X(77)
               VALUE
                   " 成績が未提出です。"
                   & "至急ご提出ください。".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           DISPLAY "対象学期: "
           ACCEPT WS-TARGET-SEMESTER
           IF WS-TARGET-SEMESTER = SPACES
               DISPLAY "学期が未指定のため処理を"
                   "中止します。"
           ELSE
               PERFORM OPEN-FILES
               PERFORM LOOKUP-DEADLINE
