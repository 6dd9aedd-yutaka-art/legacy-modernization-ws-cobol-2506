               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT ENROLLMENT-FILE

       01  WS-ENROLLED-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-SCAN-COURSE-ID        PIC X(6) VALUE SPACES.
       01  WS-SCAN-SEMESTER         PIC X(2) VALUE SPACES.
       01  WS-FILL-PCT              PIC 9(3) VALUE ZERO.

       01  WS-PREV-DEPARTMENT       PIC X(4) VALUE SPACES.
       01  WS-HEADER2               PIC X(132) VALUE
           "                          科目充足率統計".
       01  WS-COLUMN-HEADER         PIC X(132) VALUE
           "学科 学期 科目   科目名                         "
           & " 履修  定員  充足率  判定".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-DETAIL-LINE.
           END-PERFORM
           MOVE "00" TO WS-SYL-STATUS.

      * 再履修で同じ科目の過去学期の記録が残るため、シラバスの
      * 開講学期の履修だけを数える
       COUNT-COURSE-ENROLLMENT SECTION.
           MOVE ZERO TO WS-ENROLLED-COUNT
           MOVE SYL-COURSE-ID TO WS-SCAN-COURSE-ID
           MOVE SYL-SEMESTER TO WS-SCAN-SEMESTER
           MOVE SYL-COURSE-ID TO ENR-COURSE-ID
           MOVE "00" TO WS-ENR-STATUS
           START ENROLLMENT-FILE KEY = ENR-COURSE-ID
                           MOVE "10" TO WS-ENR-STATUS
                       ELSE
                           IF ENR-ACTIVE
                           AND (ENR-SEMESTER = WS-SCAN-SEMESTER
                                OR WS-SCAN-SEMESTER = SPACES)
                               ADD 1 TO WS-ENROLLED-COUNT
                           END-IF
                       END-IF
