      *    より満額課金）
      * であり、期限内取消（D）は含めない。
      * 査定結果は授業料査定ファイルに保存し、履修変更期間後の
      * 差分抽出（変更のあった学生のみ）の基準とする。
      * 奨学金委員会が確定した給付（SYLSCH）は、授業料と相殺
      * するよう種別Sの行として併せて抽出する（差分モードでは
      * 未送付の給付のみ）。送付した給付には送付日を記録する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTUIT.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT STUDENT-FILE
               RECORD KEY IS TUI-KEY
               FILE STATUS IS WS-TUI-STATUS.

           SELECT AWARD-FILE
               ASSIGN TO "scholarship_award.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAW-KEY
               FILE STATUS IS WS-SAW-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY TUIFILE.

       FD  AWARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SAWDFILE.

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD           PIC X(60).
           88  WS-TUI-SUCCESS       VALUE "00".
           88  WS-TUI-EOF           VALUE "10".

       01  WS-SAW-STATUS            PIC XX VALUE "00".
           88  WS-SAW-SUCCESS       VALUE "00".

       01  WS-EXTRACT-STATUS        PIC XX VALUE "00".
           88  WS-EXTRACT-SUCCESS   VALUE "00".

       01  WS-NEW-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-CHG-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-CXL-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-SET-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-EMIT-FLAG             PIC X VALUE "N".
           88  WS-EMIT-LINE         VALUE "Y".
       01  WS-ACTION-CODE           PIC X VALUE SPACE.
       01  WS-CX-I                  PIC 9(4) VALUE ZERO.

      * 経理課固定形式: 種別(1) 学籍番号(7) 氏名(20) 学期(2)
      *                 単位数(3) 金額(8) 区分(1) 参照(4)
      * 種別Bは授業料査定、種別Sは奨学金による相殺（金額は給付
      * 額、参照は奨学金ID）
       01  WS-EXTRACT-LINE.
           05  WS-EX-RECTYPE        PIC X(1).
           05  WS-EX-STUDENT-ID     PIC X(7).
           05  WS-EX-CREDITS        PIC 9(3).
           05  WS-EX-AMOUNT         PIC 9(8).
           05  WS-EX-ACTION         PIC X(1).
           05  WS-EX-REFERENCE      PIC X(4).
           05  FILLER               PIC X(14) VALUE SPACES.

       COPY LIBERROR.

                   PERFORM COLLECT-BILLABLE-CREDITS
                   PERFORM WRITE-ASSESSMENTS
                   PERFORM EMIT-CANCELLED-ASSESSMENTS
                   PERFORM EMIT-SCHOLARSHIP-SETOFFS
                   PERFORM CLOSE-FILES
                   DISPLAY "抽出ファイル: " WS-EXTRACT-FILENAME
                   DISPLAY "出力件数: " WS-OUT-COUNT
                       " (新規 " WS-NEW-COUNT
                       " 変更 " WS-CHG-COUNT
                       " 取消 " WS-CXL-COUNT
                       " 奨学金相殺 " WS-SET-COUNT ")"
               END-IF
           END-IF
           GOBACK.
               CLOSE ASSESS-FILE
               OPEN I-O ASSESS-FILE
           END-IF
           OPEN I-O AWARD-FILE
           IF NOT WS-SAW-SUCCESS
               OPEN OUTPUT AWARD-FILE
               CLOSE AWARD-FILE
               OPEN I-O AWARD-FILE
           END-IF
           STRING "tuition_extract_"
                  WS-TARGET-SEMESTER "_"
                  WS-CURRENT-DATE ".dat"
           CLOSE SYLLABUS-FILE
           CLOSE STUDENT-FILE
           CLOSE ASSESS-FILE
           CLOSE AWARD-FILE
           CLOSE EXTRACT-FILE.

      * 履修ファイルを全件走査し、対象学期の課金対象単位数を
                   ADD 1 TO WS-CXL-COUNT
           END-READ
           MOVE "00" TO WS-TUI-STATUS.

      * 対象学期に確定した奨学金給付を相殺行として抽出する。
      * 差分モードでは経理へ未送付の給付のみとし、送付した給付に
      * 送付日を記録する
       EMIT-SCHOLARSHIP-SETOFFS SECTION.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO SAW-KEY
           START AWARD-FILE KEY >= SAW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ AWARD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF SAW-SEMESTER = WS-TARGET-SEMESTER
                       AND SAW-CONFIRMED
                           IF WS-FULL-RUN
                           OR SAW-EXTRACT-DATE = ZERO
                               PERFORM WRITE-SETOFF-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SAW-STATUS.

       WRITE-SETOFF-LINE SECTION.
           MOVE SPACES TO WS-EXTRACT-LINE
           MOVE "S" TO WS-EX-RECTYPE
           MOVE SAW-STUDENT-ID TO WS-EX-STUDENT-ID
           PERFORM LOOKUP-STUDENT-NAME
           MOVE WS-TARGET-SEMESTER TO WS-EX-SEMESTER
           MOVE ZERO TO WS-EX-CREDITS
           MOVE SAW-AMOUNT TO WS-EX-AMOUNT
           MOVE "N" TO WS-EX-ACTION
           MOVE SAW-SCH-ID TO WS-EX-REFERENCE
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-LINE
           ADD 1 TO WS-OUT-COUNT
           ADD 1 TO WS-SET-COUNT
           IF SAW-EXTRACT-DATE = ZERO
               MOVE WS-CURRENT-DATE TO SAW-EXTRACT-DATE
               REWRITE SCHOLARSHIP-AWARD-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
               END-REWRITE
           END-IF.
