      ******************************************************************
      * シラバス管理システム - シラバス記載完了チェックモジュール
      *
      * SYLUPD・SYLCMRPから呼び出し、シラバスが承認・公開に必要な
      * 記載をすべて満たしているかを返す。規則（週計画15週、説明文
      * の長さ、到達目標、英文科目名、教室、教科書の登録）の一覧と
      * 戻り値の形式はSYLCMPLを参照。
      * 戻り値 CPL-RESULT "Y"=完了 "N"=不足あり
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLCMCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEXTBOOK-FILE
               ASSIGN TO "course_textbook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXT-KEY
               FILE STATUS IS WS-TXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEXTBOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TXTFILE.

       WORKING-STORAGE SECTION.
       01  WS-TXT-STATUS            PIC XX VALUE "00".
           88  WS-TXT-SUCCESS       VALUE "00".

      * 説明文の最低バイト数（全角20文字）
       01  WS-MIN-DESC-LENGTH       PIC 9(3) VALUE 60.

       01  WS-WEEK-IDX              PIC 9(2) VALUE ZERO.
       01  WS-RULE-IDX              PIC 9 VALUE ZERO.

       LINKAGE SECTION.
           COPY SYLFILE.
           COPY SYLCMPL.

       PROCEDURE DIVISION USING SYLLABUS-FILE-REC, SYL-COMPLETENESS.
       MAIN-PROCESS SECTION.
           MOVE "YYYYYY" TO CPL-RULE-FLAGS
           MOVE ZERO TO CPL-BLANK-WEEKS
           MOVE ZERO TO CPL-DESC-LENGTH
           MOVE WS-MIN-DESC-LENGTH TO CPL-MIN-DESC-LENGTH
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > 15
               IF SYL-WEEK-PLAN(WS-WEEK-IDX) = SPACES
                   ADD 1 TO CPL-BLANK-WEEKS
               END-IF
           END-PERFORM
           IF CPL-BLANK-WEEKS > ZERO
               MOVE "N" TO CPL-WEEK-PLAN-OK
           END-IF
           IF SYL-DESCRIPTION NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   SYL-DESCRIPTION TRAILING)) TO CPL-DESC-LENGTH
           END-IF
           IF CPL-DESC-LENGTH < WS-MIN-DESC-LENGTH
               MOVE "N" TO CPL-DESCRIPTION-OK
           END-IF
           IF SYL-OBJECTIVES = SPACES
               MOVE "N" TO CPL-OBJECTIVES-OK
           END-IF
           IF SYL-COURSE-NAME-EN = SPACES
               MOVE "N" TO CPL-NAME-EN-OK
           END-IF
           IF SYL-CLASSROOM = SPACES
               MOVE "N" TO CPL-CLASSROOM-OK
           END-IF
           PERFORM CHECK-TEXTBOOK
           MOVE ZERO TO CPL-FAILED-COUNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 6
               IF CPL-RULE-FLAG(WS-RULE-IDX) = "N"
                   ADD 1 TO CPL-FAILED-COUNT
               END-IF
           END-PERFORM
           IF CPL-FAILED-COUNT = ZERO
               MOVE "Y" TO CPL-RESULT
           ELSE
               MOVE "N" TO CPL-RESULT
           END-IF
           GOBACK.

      * 科目の教科書が1件以上あるか（必須・参考を問わない）
       CHECK-TEXTBOOK SECTION.
           MOVE "N" TO CPL-TEXTBOOK-OK
           OPEN INPUT TEXTBOOK-FILE
           IF WS-TXT-SUCCESS
               MOVE SYL-COURSE-ID TO TXT-COURSE-ID
               MOVE ZERO TO TXT-SEQ
               START TEXTBOOK-FILE KEY >= TXT-KEY
                   INVALID KEY
                       MOVE "23" TO WS-TXT-STATUS
               END-START
               IF WS-TXT-SUCCESS
                   READ TEXTBOOK-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TXT-COURSE-ID = SYL-COURSE-ID
                               MOVE "Y" TO CPL-TEXTBOOK-OK
                           END-IF
                   END-READ
               END-IF
               CLOSE TEXTBOOK-FILE
           END-IF.
