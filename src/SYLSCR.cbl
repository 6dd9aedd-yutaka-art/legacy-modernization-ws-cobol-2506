      ******************************************************************
      * シラバス管理システム - 時間割重複チェックレポート
      *
      * 科目どうしの教室・教員の重複に加え、科目とセクションの
      * 曜日時限が担当教員の授業不可時間帯（teacher_unavail.dat）
      * に当たるものを不可・要注意の別に一覧する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSCR.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "syllabus_conflict_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD SYLLABUS-FILE.
           COPY "SYLFILE.cpy".

       FD SECTION-FILE.
           COPY "SECFILE.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(80).

          88 WS-REPORT-SUCCESS     VALUE "00".
          88 WS-REPORT-ERROR       VALUE "35".

       01 WS-SEC-STATUS            PIC XX VALUE "00".
          88 WS-SEC-SUCCESS        VALUE "00".
          88 WS-SEC-EOF            VALUE "10".

       01 WS-CONFLICT-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-UNAVAIL-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-K                     PIC 9(05) VALUE ZERO.

      * 教員の授業不可時間帯の照合（SYLTUNCK）
       01 WS-TUN-TEACHER-ID        PIC X(05) VALUE SPACES.
       01 WS-TUN-DAY-OF-WEEK       PIC X(01) VALUE SPACE.
       01 WS-TUN-PERIOD            PIC 9(01) VALUE ZERO.
       01 WS-TUN-SEMESTER          PIC X(02) VALUE SPACES.
       01 WS-TUN-RESULT            PIC X(01) VALUE SPACE.
          88 WS-TUN-CLEAR          VALUE SPACE.
          88 WS-TUN-HARD           VALUE "H".
       01 WS-TUN-REASON            PIC X(30) VALUE SPACES.
       01 WS-TOTAL-SCANNED         PIC 9(05) VALUE ZERO.
       01 WS-I                     PIC 9(05) VALUE ZERO.
       01 WS-J                     PIC 9(05) VALUE ZERO.

       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE-1.
             10 FILLER               PIC X(30) VALUE
                 "シラバス管理システム".
             10 FILLER               PIC X(10) VALUE SPACES.
             10 FILLER               PIC X(10) VALUE "日付: ".
             10 WS-DATE-OUT          PIC X(10).
               PERFORM GENERATE-REPORT-HEADER
               PERFORM LOAD-COURSE-TABLE
               PERFORM CHECK-SCHEDULE-CONFLICTS
               PERFORM CHECK-COURSE-UNAVAIL
               PERFORM CHECK-SECTION-UNAVAIL
               PERFORM GENERATE-REPORT-FOOTER
               DISPLAY "レポートが正常に"
                   "生成されました。"
               DISPLAY "ファイル名: syllabus_conflict_report.txt"
           ELSE
               IF NOT WS-SYL-SUCCESS
                   DISPLAY "エラー: シラバスファイルが"
                       "見つかりません。"
               ELSE
                   DISPLAY "エラー: レポートファイルを"
                       "作成できません。"
               END-IF
           END-IF.

           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-TOTAL-RECORDS.

      * 科目の曜日時限を担当教員の授業不可時間帯と照合する。
      * 曜日未設定の科目は対象外
       CHECK-COURSE-UNAVAIL.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-COURSE-COUNT
               IF WS-ENT-DAY-OF-WEEK(WS-I) NOT = SPACE
                   MOVE WS-ENT-TEACHER-ID(WS-I) TO WS-TUN-TEACHER-ID
                   MOVE WS-ENT-DAY-OF-WEEK(WS-I)
                       TO WS-TUN-DAY-OF-WEEK
                   MOVE WS-ENT-PERIOD(WS-I) TO WS-TUN-PERIOD
                   MOVE WS-ENT-SEMESTER(WS-I) TO WS-TUN-SEMESTER
                   CALL "SYLTUNCK" USING WS-TUN-TEACHER-ID,
                                         WS-TUN-DAY-OF-WEEK,
                                         WS-TUN-PERIOD,
                                         WS-TUN-SEMESTER,
                                         WS-TUN-RESULT,
                                         WS-TUN-REASON
                   IF NOT WS-TUN-CLEAR
                       MOVE WS-ENT-COURSE-ID(WS-I) TO WS-DET-COURSE-ID
                       MOVE WS-ENT-COURSE-NAME(WS-I)
                           TO WS-DET-COURSE-NAME
                       PERFORM WRITE-UNAVAIL-LINE
                   END-IF
               END-IF
           END-PERFORM.

      * 有効なセクションの曜日時限を、セクションの担当教員（空白
      * なら科目の担当教員）の授業不可時間帯と照合する。学期は
      * 科目のもの。セクションファイルがなければ何もしない
       CHECK-SECTION-UNAVAIL.
           OPEN INPUT SECTION-FILE.
           IF WS-SEC-SUCCESS
               PERFORM UNTIL WS-SEC-EOF
                   READ SECTION-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-SEC-STATUS
                       NOT AT END
                           IF SEC-ACTIVE
                           AND SEC-DAY-OF-WEEK NOT = SPACE
                               PERFORM CHECK-ONE-SECTION-UNAVAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTION-FILE
           END-IF.

       CHECK-ONE-SECTION-UNAVAIL.
           MOVE ZERO TO WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-COURSE-COUNT
                   OR WS-K > ZERO
               IF WS-ENT-COURSE-ID(WS-I) = SEC-COURSE-ID
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K > ZERO
               MOVE SEC-TEACHER-ID TO WS-TUN-TEACHER-ID
               IF WS-TUN-TEACHER-ID = SPACES
                   MOVE WS-ENT-TEACHER-ID(WS-K) TO WS-TUN-TEACHER-ID
               END-IF
               MOVE SEC-DAY-OF-WEEK TO WS-TUN-DAY-OF-WEEK
               MOVE SEC-PERIOD TO WS-TUN-PERIOD
               MOVE WS-ENT-SEMESTER(WS-K) TO WS-TUN-SEMESTER
               CALL "SYLTUNCK" USING WS-TUN-TEACHER-ID,
                                     WS-TUN-DAY-OF-WEEK,
                                     WS-TUN-PERIOD,
                                     WS-TUN-SEMESTER,
                                     WS-TUN-RESULT,
                                     WS-TUN-REASON
               IF NOT WS-TUN-CLEAR
                   MOVE SPACES TO WS-DET-COURSE-ID
                   STRING SEC-COURSE-ID "-" SEC-NO
                       DELIMITED BY SIZE INTO WS-DET-COURSE-ID
                   MOVE WS-ENT-COURSE-NAME(WS-K) TO WS-DET-COURSE-NAME
                   PERFORM WRITE-UNAVAIL-LINE
               END-IF
           END-IF.

      * 不可・要注意の別と教員IDを1行目に、理由を2行目に出す
       WRITE-UNAVAIL-LINE.
           ADD 1 TO WS-UNAVAIL-COUNT
           MOVE SPACES TO WS-DET-PROBLEM
           IF WS-TUN-HARD
               STRING "教員不可時間: " WS-TUN-TEACHER-ID
                   DELIMITED BY SIZE INTO WS-DET-PROBLEM
           ELSE
               STRING "教員要注意: " WS-TUN-TEACHER-ID
                   DELIMITED BY SIZE INTO WS-DET-PROBLEM
           END-IF

           IF WS-LINE-COUNT >= WS-RECORDS-PER-PAGE - 1
               PERFORM NEW-PAGE
           END-IF

           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TUN-REASON TO WS-DET-PROBLEM
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           ADD 2 TO WS-LINE-COUNT
           ADD 1 TO WS-TOTAL-RECORDS.

       GENERATE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-WORK.
           STRING WS-DATE-YEAR "-" WS-DATE-MONTH "-" WS-DATE-DAY
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "教員不可時間帯の該当件数: "
               WS-UNAVAIL-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-SEPARATOR-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

