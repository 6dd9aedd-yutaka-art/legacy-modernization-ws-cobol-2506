******************************************************************
      * シラバス管理システム - シラバス変更権限判定モジュール
      *
      * SYLREG・SYLUPD・SYLDEL から呼び出し、ログイン中の
      * オペレータが対象シラバスを変更できるかを返す。
      *  管理者     ：すべて可
      *  学科事務   ：担当学科（空白は全学科）のシラバスのみ可
      *  教員       ：担当教員または共同担当教員であるシラバスのみ可
      *  教務（学籍）：不可
      * 戻り値 "Y"=変更可 "N"=変更不可
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLAUTH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CO-IDX                PIC 9 VALUE 0.

       LINKAGE SECTION.
           COPY SYLSESS.
           COPY SYLFILE.
       01  LS-AUTH-RESULT           PIC X.
           88  LS-AUTH-OK           VALUE "Y".
           88  LS-AUTH-NG           VALUE "N".

       PROCEDURE DIVISION USING SYL-SESSION, SYLLABUS-FILE-REC,
                                LS-AUTH-RESULT.
       MAIN-PROCESS SECTION.
           MOVE "N" TO LS-AUTH-RESULT
           EVALUATE TRUE
               WHEN SES-ROLE-ADMIN
                   MOVE "Y" TO LS-AUTH-RESULT
               WHEN SES-ROLE-DEPT-OFFICE
                   IF SES-DEPARTMENT-ID = SPACES
                   OR SES-DEPARTMENT-ID = SYL-DEPARTMENT-ID
                       MOVE "Y" TO LS-AUTH-RESULT
                   END-IF
               WHEN SES-ROLE-TEACHER
                   PERFORM CHECK-TEACHER-ASSIGNED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      * 担当教員か共同担当教員のいずれかに本人の教員IDがあるか
       CHECK-TEACHER-ASSIGNED SECTION.
           IF SES-TEACHER-ID NOT = SPACES
               IF SES-TEACHER-ID = SYL-TEACHER-ID
                   MOVE "Y" TO LS-AUTH-RESULT
               END-IF
               PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > 4
                          OR WS-CO-IDX > SYL-CO-TEACHER-COUNT
                   IF SYL-CO-TEACHERS(WS-CO-IDX) = SES-TEACHER-ID
                       MOVE "Y" TO LS-AUTH-RESULT
                   END-IF
               END-PERFORM
           END-IF.
