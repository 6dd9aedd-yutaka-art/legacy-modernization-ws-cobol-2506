               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT SECTION-FILE
       01  WS-CEX-TYPE-LABEL        PIC X(12) VALUE SPACES.

       01  WS-EXC-SECTION-HEADER    PIC X(132) VALUE
           "【指定週の授業変更（休講・補講・教室変"
           & "更）】".

       01  WS-EXC-DETAIL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(099) VALUE SPACES.

       01  WS-DAY-HEADER            PIC X(132) VALUE
           "時限  月曜                  火曜                  "
           & "水曜                  木曜                  金曜".

       01  WS-GRID-LINE.
           05  WS-GL-PERIOD         PIC 9.
           05  LINE 5 COL 8         PIC X(2) USING WS-INPUT-SEMESTER.

       01  CONTINUE-SCREEN.
           05  LINE 8 COL 1         VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 8 COL 25        PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
           DISPLAY TT-INPUT-SCREEN
           ACCEPT TT-INPUT-SCREEN
           MOVE ZERO TO WS-WEEK-START
           DISPLAY "変更を表示する週の開始日（YYYYMMDD"
               "、0=なし）: "
           ACCEPT WS-WEEK-START
           MOVE SPACES TO WS-GRID
           PERFORM FILL-GRID
       FILL-GRID SECTION.
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE LOW-VALUES TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           MOVE "00" TO WS-ENR-STATUS
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
               PERFORM WRITE-WEEK-EXCEPTIONS
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "時間割表を出力しました: "
               WS-REPORT-FILENAME.

      * 指定週（開始日から7日間）に入っている授業変更のうち、
      * この学生が履修している科目のものを一覧に添える
           MOVE "N" TO WS-ENR-CHECK-STATUS
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE CEX-COURSE-ID TO ENR-COURSE-ID
           MOVE WS-INPUT-SEMESTER TO ENR-SEMESTER
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
