      *    重複チェックと同じ対総当たりの考え方）
      *  ・結果は教室別試験時間割と学生別試験時間割の両方を
      *    出力する。割り当てられなかった科目は例外として印字
      * 受験者数の多い科目から先に割り当てる。
      * 割当結果は試験コマファイル（exam_slot.dat）にも学期単位で
      * 作り直して保存し、追試験の申請（SYLMKUP）が参照する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLEXAM.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT ROOM-FILE
               RECORD KEY IS ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT EXAM-SLOT-FILE
               ASSIGN TO "exam_slot.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXS-KEY
               FILE STATUS IS WS-EXS-STATUS.

           SELECT ROOM-REPORT-FILE
               ASSIGN TO WS-ROOM-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY ROOMFILE.

       FD  EXAM-SLOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXSFILE.

       FD  ROOM-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROOM-REPORT-LINE         PIC X(132).
           88  WS-ROOM-SUCCESS      VALUE "00".
           88  WS-ROOM-EOF          VALUE "10".

       01  WS-EXS-STATUS            PIC XX VALUE "00".
           88  WS-EXS-SUCCESS       VALUE "00".
           88  WS-EXS-EOF           VALUE "10".

       01  WS-RRPT-STATUS           PIC XX VALUE "00".
           88  WS-RRPT-SUCCESS      VALUE "00".

           DISPLAY "対象学期: "
           ACCEPT WS-TARGET-SEMESTER
           IF WS-TARGET-SEMESTER = SPACES
               DISPLAY "学期が未指定のため処理を中止し"
                   "ます。"
           ELSE
               PERFORM OPEN-FILES
               PERFORM LOAD-COURSES
               PERFORM SORT-COURSES-BY-SIZE
               PERFORM ASSIGN-ALL-COURSES
               PERFORM WRITE-ROOM-SCHEDULE
               PERFORM SAVE-EXAM-SLOTS
               PERFORM BUILD-STUDENT-TIMETABLE
               PERFORM WRITE-STUDENT-TIMETABLE
               PERFORM CLOSE-FILES
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT ROOM-FILE
           OPEN I-O EXAM-SLOT-FILE
           IF NOT WS-EXS-SUCCESS
               OPEN OUTPUT EXAM-SLOT-FILE
               CLOSE EXAM-SLOT-FILE
               OPEN I-O EXAM-SLOT-FILE
           END-IF
           OPEN OUTPUT ROOM-REPORT-FILE
           OPEN OUTPUT STUDENT-REPORT-FILE.

           CLOSE ENROLLMENT-FILE
           CLOSE SYLLABUS-FILE
           CLOSE ROOM-FILE
           CLOSE EXAM-SLOT-FILE
           CLOSE ROOM-REPORT-FILE
           CLOSE STUDENT-REPORT-FILE.

                   OR WS-HAS-CLASH
               MOVE WS-CS-STUDENT(WS-CS-I) TO ENR-STUDENT-ID
               MOVE WS-OTHER-COURSE TO ENR-COURSE-ID
               MOVE WS-TARGET-SEMESTER TO ENR-SEMESTER
               READ ENROLLMENT-FILE
                   INVALID KEY
                       CONTINUE
           END-PERFORM
           WRITE ROOM-REPORT-LINE FROM WS-BLANK-LINE.

      * 対象学期の旧い割当結果を消し、今回の割当を保存する
       SAVE-EXAM-SLOTS SECTION.
           MOVE WS-TARGET-SEMESTER TO EXS-SEMESTER
           MOVE LOW-VALUES TO EXS-COURSE-ID
           START EXAM-SLOT-FILE KEY >= EXS-KEY
               INVALID KEY
                   MOVE "10" TO WS-EXS-STATUS
           END-START
           PERFORM UNTIL WS-EXS-EOF
               READ EXAM-SLOT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-EXS-STATUS
                   NOT AT END
                       IF EXS-SEMESTER NOT = WS-TARGET-SEMESTER
                           MOVE "10" TO WS-EXS-STATUS
                       ELSE
                           DELETE EXAM-SLOT-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-EXS-STATUS
           PERFORM VARYING WS-CRS-I FROM 1 BY 1
                   UNTIL WS-CRS-I > WS-CRS-COUNT
               INITIALIZE EXAM-SLOT-RECORD
               MOVE WS-TARGET-SEMESTER TO EXS-SEMESTER
               MOVE WS-CRS-COURSE-ID(WS-CRS-I) TO EXS-COURSE-ID
               MOVE WS-CRS-SLOT(WS-CRS-I) TO EXS-SLOT
               IF WS-CRS-SLOT(WS-CRS-I) > ZERO
                   COMPUTE EXS-DAY =
                       (WS-CRS-SLOT(WS-CRS-I) - 1) / 4 + 1
                   COMPUTE EXS-PERIOD =
                       WS-CRS-SLOT(WS-CRS-I) - (EXS-DAY - 1) * 4
                   MOVE WS-CRS-ROOM(WS-CRS-I) TO EXS-ROOM
               END-IF
               MOVE WS-CRS-ENROLLED(WS-CRS-I) TO EXS-ENROLLED
               MOVE WS-CURRENT-DATE TO EXS-BUILD-DATE
               WRITE EXAM-SLOT-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
               END-WRITE
           END-PERFORM.

      * 学生×コマの一覧を作り、学籍番号順に並べ替えて個人別
      * 時間割として印字する
       BUILD-STUDENT-TIMETABLE SECTION.
