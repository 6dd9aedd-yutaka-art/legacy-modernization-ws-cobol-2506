*****************************************************************
      * シラバス管理システム - シラバス更新プログラム
      *
      * メニュー（SYLABUS）からログイン中のオペレータを受け取り、
      * 変更できるシラバスかをSYLAUTHで確かめる。教員は学科・
      * 担当教員・共同担当教員を変更できない。履歴には改訂した
      * オペレータIDを記録する。承認・公開への変更は記載完了
      * チェック（SYLCMCK）を満たすまで受け付けない
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLUPD.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DEPARTMENT-FILE
               "ERROR: CO-TEACHER ID NOT FOUND OR INACTIVE".
           05  WS-MSG-SCHED-CONFLICT PIC X(50) VALUE
               "ERROR: CLASSROOM OR TEACHER SCHEDULE CONFLICT".
           05  WS-MSG-NOT-AUTHORIZED PIC X(50) VALUE
               "ERROR: NOT AUTHORIZED TO UPDATE THIS SYLLABUS".
           05  WS-MSG-TEACHER-ASSIGN PIC X(60) VALUE
               "ERROR: TEACHERS CANNOT CHANGE DEPARTMENT OR TEACHERS".
           05  WS-MSG-TEA-UNAVAIL   PIC X(50) VALUE
               "ERROR: TEACHER UNAVAILABLE AT THIS DAY/PERIOD".
           05  WS-MSG-TEA-CAUTION   PIC X(50) VALUE
               "WARNING: TEACHER CAUTION TIME AT THIS DAY/PERIOD".
           05  WS-MSG-INCOMPLETE    PIC X(50) VALUE
               "ERROR: SYLLABUS INCOMPLETE - STATUS NOT CHANGED".

      * 変更権限の判定結果（SYLAUTH）
       01  WS-AUTH-RESULT           PIC X VALUE "N".
           88  WS-AUTH-OK           VALUE "Y".

      * 教員の授業不可時間帯の照合結果（SYLTUNCK）
       01  WS-TUN-RESULT            PIC X VALUE SPACE.
           88  WS-TUN-HARD          VALUE "H".
           88  WS-TUN-SOFT          VALUE "S".
       01  WS-TUN-REASON            PIC X(30) VALUE SPACES.

      * 承認・公開前の記載完了チェック結果（SYLCMCK）
           COPY SYLCMPL.

       LINKAGE SECTION.
           COPY SYLSESS.

       SCREEN SECTION.
       01  SEARCH-SCREEN.
           05  LINE 15 COL 01      VALUE "10. STATUS".
           05  LINE 16 COL 01      VALUE "11. CLASSROOM/SCHEDULE".
           05  LINE 17 COL 01      VALUE "12. ENROLLMENT CAPACITY".
           05  LINE 18 COL 01      VALUE
               "13. ACADEMIC YEAR/EFFECTIVE DATE".
           05  LINE 19 COL 01      VALUE
               "14. CO-TEACHERS (TEAM TEACHING)".
           05  LINE 20 COL 01      VALUE "99. SAVE AND EXIT".
           05  LINE 21 COL 01      VALUE "SELECT (1-14, 99): ".
           05  LINE 21 COL 21      PIC 99    USING WS-UPDATE-OPTION.
           05  LINE 02 COL 15      PIC X(6)  FROM  SYL-COURSE-ID.
           05  LINE 04 COL 01      VALUE "CURRENT STATUS: ".
           05  LINE 04 COL 20      PIC X(10) FROM  WS-STATUS-LABEL.
           05  LINE 06 COL 01      VALUE
               "1:DRAFT 2:APPROVED 3:PUBLISHED".
           05  LINE 07 COL 01      VALUE "NEW STATUS: ".
           05  LINE 07 COL 15      PIC 9     USING WS-STATUS-OPTION.

           05  LINE 04 COL 18      PIC 9(4)  USING SYL-ACADEMIC-YEAR.
           05  LINE 06 COL 01      VALUE "CURRENT EFFECTIVE DATE: ".
           05  LINE 06 COL 26      PIC 9(8)  FROM  SYL-EFFECTIVE-DATE.
           05  LINE 07 COL 01      VALUE
               "NEW EFFECTIVE DATE(YYYYMMDD): ".
           05  LINE 07 COL 32      PIC 9(8)  USING SYL-EFFECTIVE-DATE.

       01  UPDATE-CO-TEACHERS-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01      VALUE
               "UPDATE CO-TEACHERS (TEAM TEACHING)".
           05  LINE 02 COL 01      VALUE "COURSE ID: ".
           05  LINE 02 COL 15      PIC X(6)  FROM  SYL-COURSE-ID.
           05  LINE 02 COL 25      VALUE "LEAD TEACHER: ".
           05  LINE 09 COL 01      VALUE "CO-TEACHER 4: ".
           05  LINE 09 COL 20      PIC X(5)  USING SYL-CO-TEACHERS(4).

       PROCEDURE DIVISION USING SYL-SESSION.
      * メインプロセス
       MAIN-PROCESS SECTION.
           PERFORM INITIALIZATION
           .

      * データ処理
      * 変更後の内容でも権限を確かめ直す（学科事務が担当外の
      * 学科へ移すことはできない）
       PROCESS-UPDATE SECTION.
           PERFORM SEARCH-SYLLABUS
           IF WS-FILE-SUCCESS
               PERFORM CHECK-UPDATE-AUTHORITY
           END-IF
           IF WS-FILE-SUCCESS
               PERFORM CAPTURE-PRIOR-VERSION
               PERFORM UPDATE-SYLLABUS-LOOP
               PERFORM CHECK-UPDATE-AUTHORITY
               IF WS-FILE-SUCCESS
                   PERFORM REWRITE-SYLLABUS-RECORD
                   IF WS-FILE-SUCCESS
                       PERFORM ARCHIVE-PRIOR-VERSION
                   END-IF
               END-IF
           END-IF
           .

       CHECK-UPDATE-AUTHORITY SECTION.
           CALL "SYLAUTH" USING SYL-SESSION, SYLLABUS-FILE-REC,
                                WS-AUTH-RESULT
           IF NOT WS-AUTH-OK
               DISPLAY WS-MSG-NOT-AUTHORIZED
               MOVE "99" TO WS-FILE-STATUS
           END-IF
           .

       SEARCH-SYLLABUS SECTION.
           DISPLAY SEARCH-SCREEN
           ACCEPT SEARCH-SCREEN
           MOVE WS-PRIOR-CO-TEACHERS (3) TO HIS-CO-TEACHERS (3)
           MOVE WS-PRIOR-CO-TEACHERS (4) TO HIS-CO-TEACHERS (4)
           MOVE FUNCTION CURRENT-DATE(1:8) TO HIS-REVISION-DATE
           MOVE SES-OPERATOR-ID         TO HIS-OPERATOR-ID

           WRITE SYLLABUS-HISTORY-REC
               INVALID KEY
               ACCEPT UPDATE-MENU-SCREEN
               EVALUATE WS-UPDATE-OPTION
                   WHEN 1  PERFORM UPDATE-COURSE-NAME
                   WHEN 2  PERFORM UPDATE-ASSIGNMENT-ITEM
                   WHEN 3  PERFORM UPDATE-ASSIGNMENT-ITEM
                   WHEN 4  PERFORM UPDATE-SEMESTER
                   WHEN 5  PERFORM UPDATE-CREDITS
                   WHEN 6  PERFORM UPDATE-DESCRIPTION
                   WHEN 11 PERFORM UPDATE-SCHEDULE
                   WHEN 12 PERFORM UPDATE-CAPACITY
                   WHEN 13 PERFORM UPDATE-TERM
                   WHEN 14 PERFORM UPDATE-ASSIGNMENT-ITEM
                   WHEN 99 CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID SELECTION"
           END-PERFORM
           .

      * 学科・担当教員・共同担当教員の変更（教員は不可）
       UPDATE-ASSIGNMENT-ITEM SECTION.
           IF SES-ROLE-TEACHER
               DISPLAY WS-MSG-TEACHER-ASSIGN
           ELSE
               EVALUATE WS-UPDATE-OPTION
                   WHEN 2  PERFORM UPDATE-DEPARTMENT
                   WHEN 3  PERFORM UPDATE-TEACHER
                   WHEN 14 PERFORM UPDATE-CO-TEACHERS
               END-EVALUATE
           END-IF
           .

      * 更新処理
       UPDATE-COURSE-NAME SECTION.
           DISPLAY UPDATE-COURSE-NAME-SCREEN
               PERFORM VALIDATE-TEACHER
               IF WS-DATA-INVALID
                   DISPLAY WS-MSG-TEA-INVALID
               ELSE
                   PERFORM CHECK-TEACHER-UNAVAIL
               END-IF
           END-PERFORM
           .
                   WHEN 1
                       MOVE "D" TO SYL-STATUS
                   WHEN 2
                   WHEN 3
                       PERFORM CHECK-SYLLABUS-COMPLETE
                       IF CPL-COMPLETE
                           IF WS-STATUS-OPTION = 2
                               MOVE "A" TO SYL-STATUS
                           ELSE
                               MOVE "P" TO SYL-STATUS
                           END-IF
                       END-IF
               END-EVALUATE
           ELSE
               DISPLAY "INVALID SELECTION"
           END-IF
           .

      * 承認・公開の前に記載完了チェックを行い、不足している
      * 項目を表示する
       CHECK-SYLLABUS-COMPLETE SECTION.
           CALL "SYLCMCK" USING SYLLABUS-FILE-REC, SYL-COMPLETENESS
           IF CPL-INCOMPLETE
               DISPLAY WS-MSG-INCOMPLETE
               IF CPL-WEEK-PLAN-OK = "N"
                   DISPLAY "  - WEEK PLAN: " CPL-BLANK-WEEKS
                           " OF 15 WEEKS BLANK"
               END-IF
               IF CPL-DESCRIPTION-OK = "N"
                   DISPLAY "  - DESCRIPTION: " CPL-DESC-LENGTH
                           " BYTES (MINIMUM " CPL-MIN-DESC-LENGTH ")"
               END-IF
               IF CPL-OBJECTIVES-OK = "N"
                   DISPLAY "  - OBJECTIVES NOT ENTERED"
               END-IF
               IF CPL-NAME-EN-OK = "N"
                   DISPLAY "  - ENGLISH COURSE NAME NOT ENTERED"
               END-IF
               IF CPL-CLASSROOM-OK = "N"
                   DISPLAY "  - CLASSROOM NOT ASSIGNED"
               END-IF
               IF CPL-TEXTBOOK-OK = "N"
                   DISPLAY "  - NO TEXTBOOK REGISTERED"
               END-IF
           END-IF
           .

       SET-STATUS-LABEL SECTION.
           EVALUATE SYL-STATUS
               WHEN "D"
                   MOVE "APPROVED" TO WS-STATUS-LABEL
               WHEN "P"
                   MOVE "PUBLISHED" TO WS-STATUS-LABEL
               WHEN "C"
                   MOVE "CANCELLED" TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE "DRAFT" TO WS-STATUS-LABEL
           END-EVALUATE
                   PERFORM RESTORE-SYLLABUS-RECORD
                   IF WS-DATA-INVALID
                       DISPLAY WS-MSG-SCHED-CONFLICT
                   ELSE
                       PERFORM CHECK-TEACHER-UNAVAIL
                   END-IF
               END-IF
           END-PERFORM
           .

      * 担当教員の授業不可時間帯（teacher_unavail.dat）に当たる
      * 曜日時限は差し戻す。要注意の時間帯は警告のみ表示する
       CHECK-TEACHER-UNAVAIL SECTION.
           CALL "SYLTUNCK" USING SYL-TEACHER-ID, SYL-DAY-OF-WEEK,
                                 SYL-PERIOD, SYL-SEMESTER,
                                 WS-TUN-RESULT, WS-TUN-REASON
           EVALUATE TRUE
               WHEN WS-TUN-HARD
                   DISPLAY WS-MSG-TEA-UNAVAIL
                   DISPLAY WS-TUN-REASON
                   MOVE "N" TO WS-VALID-FLAG
               WHEN WS-TUN-SOFT
                   DISPLAY WS-MSG-TEA-CAUTION
                   DISPLAY WS-TUN-REASON
           END-EVALUATE
           .

      * 教室コードを教室マスタで検証する。未登録の教室は差し戻し、
      * 定員が収容人数を超える場合は警告のみ表示する
       VALIDATE-CLASSROOM-UPD SECTION.
                           MOVE "N" TO WS-VALID-FLAG
                       ELSE
                           IF SYL-MAX-CAPACITY > ROOM-CAPACITY
                               DISPLAY "WARNING: CAPACITY EXCEEDS "
                                   "ROOM SEATS"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * Reads every other syllabus for the same semester through the
      * semester alternate key and flags a conflict when the new schedule reuses either the same
      * classroom or the same teacher at the same day/period.  The
      * record being updated is excluded from the scan since it is
      * already on file under its own course ID.
       VALIDATE-SCHEDULE-CONFLICT SECTION.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-SAVED-SEMESTER TO SYL-SEMESTER
           START SYLLABUS-FILE KEY = SYL-SEMESTER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SYL-SEMESTER NOT = WS-SAVED-SEMESTER
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
                       IF SYL-COURSE-ID NOT = WS-SAVED-COURSE-ID
                           AND SYL-SEMESTER = WS-SAVED-SEMESTER
                           AND SYL-DAY-OF-WEEK = WS-SAVED-DAY-OF-WEEK
