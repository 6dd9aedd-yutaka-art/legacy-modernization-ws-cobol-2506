       01  WS-WORK-TABLE.
           05  WS-WK-ENTRY OCCURS 200 TIMES.
               10  WS-WK-COURSE-ID      PIC X(6).
               10  WS-WK-SEMESTER       PIC X(2).
       01  WS-WK-I                  PIC 9(3) VALUE ZERO.

       01  WS-EXPIRE-WINDOW         PIC 9(3) VALUE 30.
               PIC X(7) USING WS-INPUT-STUDENT-ID.

       01  CONTINUE-SCREEN.
           05  LINE 18 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 18 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
                       MOVE "23" TO WS-STU-STATUS
                   NOT INVALID KEY
                       IF NOT STU-ACTIVE
                           DISPLAY "在籍中の学生のみ休学で"
                               "きます。"
                           MOVE "23" TO WS-STU-STATUS
                       END-IF
               END-READ
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE LOW-VALUES TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
                               ADD 1 TO WS-WORK-COUNT
                               MOVE ENR-COURSE-ID TO
                                   WS-WK-COURSE-ID(WS-WORK-COUNT)
                               MOVE ENR-SEMESTER TO
                                   WS-WK-SEMESTER(WS-WORK-COUNT)
                           END-IF
                       END-IF
               END-READ
                   UNTIL WS-WK-I > WS-WORK-COUNT
               MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
               MOVE WS-WK-COURSE-ID(WS-WK-I) TO ENR-COURSE-ID
               MOVE WS-WK-SEMESTER(WS-WK-I) TO ENR-SEMESTER
               READ ENROLLMENT-FILE
                   INVALID KEY
                       CONTINUE
                   MOVE "23" TO WS-STU-STATUS
               NOT INVALID KEY
                   IF NOT STU-ON-LEAVE
                       DISPLAY "この学生は休学中ではあり"
                           "ません。"
                       MOVE "23" TO WS-STU-STATUS
                   END-IF
           END-READ
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "復学処理が完了しました。"
                       DISPLAY "図書館口座は次回の利用者"
                           "同期で有効化されます。"
               END-REWRITE
           END-IF
           MOVE "00" TO WS-STU-STATUS.
           MOVE ZERO TO WS-LIST-COUNT
           COMPUTE WS-EXPIRE-LIMIT =
               WS-CURRENT-DATE + WS-EXPIRE-WINDOW
           DISPLAY "復学予定者一覧（予定日30日以内・"
               "超過）"
           MOVE LOW-VALUES TO STU-ID
           MOVE "00" TO WS-STU-STATUS
           START STUDENT-FILE KEY >= STU-ID
