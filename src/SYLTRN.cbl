      * まとめて印字する。科目名・単位数はシラバスから補い、
      * 学期GPA・累積GPA・修得単位数合計を算出する。
      * 帳票はSYLRPTと同じ複数ページ形式（ページ見出し・頁番号
      * 付き）で出力する。求めがあれば学内順位ファイル（SYLRANK
      * が学期ごとに記録）から指定学期（空白は直近の学期）の
      * 学科・入学年度内の順位と上位からの百分率を末尾に印字する。
      * 卒業生には学位記台帳から学位記番号・学位・卒業年月日を
      * 印字する。転学科（STUCHG）で発効した学科変更は学科変更
      * 履歴として印字する。卒業した主専攻と修了認定を受けた
      * 第二専攻・副専攻は修了課程として印字する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTRN.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT STUDENT-FILE
               RECORD KEY IS TCR-KEY
               FILE STATUS IS WS-TCR-STATUS.

           SELECT RANK-FILE
               ASSIGN TO "class_rank.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRK-KEY
               FILE STATUS IS WS-CRK-STATUS.

           SELECT DIPLOMA-FILE
               ASSIGN TO "diploma_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIP-STUDENT-ID
               ALTERNATE RECORD KEY IS DIP-NUMBER
               FILE STATUS IS WS-DIP-STATUS.

           SELECT DEPT-CHANGE-FILE
               ASSIGN TO "dept_change.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCH-KEY
               FILE STATUS IS WS-DCH-STATUS.

           SELECT DECLARATION-FILE
               ASSIGN TO "program_declaration.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDC-KEY
               FILE STATUS IS WS-PDC-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY TCRFILE.

       FD  RANK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RANKFILE.

       FD  DIPLOMA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DIPFILE.

       FD  DEPT-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DCHFILE.

       FD  DECLARATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PDCFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).
           05  WS-TC-EQUIV          PIC X(6).
           05  FILLER               PIC X(52) VALUE SPACES.

       01  WS-CRK-STATUS            PIC XX VALUE "00".
           88  WS-CRK-SUCCESS       VALUE "00".
           88  WS-CRK-EOF           VALUE "10".
       01  WS-CRK-OPEN-FLAG         PIC X VALUE "N".
           88  WS-CRK-OPEN          VALUE "Y".
       01  WS-CRK-FOUND-FLAG        PIC X VALUE "N".
           88  WS-CRK-FOUND         VALUE "Y".
       01  WS-CRK-SAVE              PIC X(43) VALUE SPACES.

       01  WS-RANK-LINE.
           05  FILLER               PIC X(14) VALUE "学内順位: ".
           05  WS-RK-RANK           PIC ZZZ9.
           05  FILLER               PIC X(3) VALUE " / ".
           05  WS-RK-SIZE           PIC ZZZ9.
           05  FILLER               PIC X(15) VALUE "名  上位 ".
           05  WS-RK-PERCENTILE     PIC ZZ9.9.
           05  FILLER               PIC X(13) VALUE "%  （学科 ".
           05  WS-RK-DEPARTMENT     PIC X(4).
           05  FILLER               PIC X(15) VALUE "  入学年度 ".
           05  WS-RK-ADM-YEAR       PIC 9(4).
           05  FILLER               PIC X(15) VALUE "  基準学期 ".
           05  WS-RK-SEMESTER       PIC X(2).
           05  FILLER               PIC X(3) VALUE "）".
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-RANK-NONE-LINE        PIC X(132) VALUE
           "学内順位: 該当する記録がありません".

       01  WS-DIP-STATUS            PIC XX VALUE "00".
           88  WS-DIP-SUCCESS       VALUE "00".
       01  WS-DIP-OPEN-FLAG         PIC X VALUE "N".
           88  WS-DIP-OPEN          VALUE "Y".

       01  WS-DIPLOMA-LINE.
           05  FILLER               PIC X(17) VALUE "学位記番号: ".
           05  WS-DL-DEPARTMENT     PIC X(4).
           05  FILLER               PIC X(1) VALUE "-".
           05  WS-DL-DEGREE         PIC X(4).
           05  FILLER               PIC X(1) VALUE "-".
           05  WS-DL-SERIAL         PIC 9(5).
           05  FILLER               PIC X(11) VALUE "  学位: ".
           05  WS-DL-DEGREE-NAME    PIC X(30).
           05  FILLER               PIC X(21) VALUE
               "  卒業年月日: ".
           05  WS-DL-GRAD-DATE      PIC 9(8).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-DCH-STATUS            PIC XX VALUE "00".
           88  WS-DCH-SUCCESS       VALUE "00".
           88  WS-DCH-EOF           VALUE "10".
       01  WS-DCH-OPEN-FLAG         PIC X VALUE "N".
           88  WS-DCH-OPEN          VALUE "Y".
       01  WS-DCH-PRINTED           PIC 9(2) VALUE ZERO.

       01  WS-DCH-SECTION-HEADER    PIC X(132) VALUE
           "【学科変更履歴】".

       01  WS-DCH-DETAIL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DC-FROM           PIC X(4).
           05  FILLER               PIC X(4) VALUE " -> ".
           05  WS-DC-TO             PIC X(4).
           05  FILLER               PIC X(15) VALUE "  適用学期 ".
           05  WS-DC-SEMESTER       PIC X(2).
           05  FILLER               PIC X(12) VALUE "  発効日 ".
           05  WS-DC-EFFECT-DATE    PIC 9(8).
           05  FILLER               PIC X(81) VALUE SPACES.

       01  WS-PDC-STATUS            PIC XX VALUE "00".
           88  WS-PDC-SUCCESS       VALUE "00".
           88  WS-PDC-EOF           VALUE "10".
       01  WS-PDC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-PDC-OPEN          VALUE "Y".
       01  WS-PDC-PRINTED           PIC 9(2) VALUE ZERO.

       01  WS-PROGRAM-SECTION-HEADER PIC X(132) VALUE
           "【修了課程】".

       01  WS-PROGRAM-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PG-LABEL          PIC X(12).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PG-DEPARTMENT     PIC X(4).
           05  FILLER               PIC X(12) VALUE "  修了日 ".
           05  WS-PG-DATE           PIC X(8).
           05  FILLER               PIC X(92) VALUE SPACES.

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.
       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-INPUT-RANK-FLAG       PIC X VALUE "N".
           88  WS-PRINT-RANK        VALUE "Y", "y".
       01  WS-INPUT-RANK-SEMESTER   PIC X(2) VALUE SPACES.

      * 図書館クリアランス照会（LIBCLRC）の受け渡し領域
       01  WS-CLR-USER-ID           PIC X(8) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(12) VALUE "累積GPA: ".
           05  WS-SM-GPA            PIC 9.99.
           05  FILLER               PIC X(22) VALUE
               "  修得単位合計: ".
           05  WS-SM-CREDITS        PIC ZZ9.
           05  FILLER               PIC X(91) VALUE SPACES.

           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 5 COL 1         VALUE "席次を印字 (Y/N): ".
           05  LINE 5 COL 20
               PIC X USING WS-INPUT-RANK-FLAG.
           05  LINE 6 COL 1
               VALUE "基準学期 (空白=最新): ".
           05  LINE 6 COL 24
               PIC X(2) USING WS-INPUT-RANK-SEMESTER.

       01  CONTINUE-SCREEN.
           05  LINE 8 COL 1         VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 8 COL 25        PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
           OPEN INPUT TRANSFER-CREDIT-FILE
           IF WS-TCR-SUCCESS
               MOVE "Y" TO WS-TCR-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-CRK-OPEN-FLAG
           OPEN INPUT RANK-FILE
           IF WS-CRK-SUCCESS
               MOVE "Y" TO WS-CRK-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-DIP-OPEN-FLAG
           OPEN INPUT DIPLOMA-FILE
           IF WS-DIP-SUCCESS
               MOVE "Y" TO WS-DIP-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-DCH-OPEN-FLAG
           OPEN INPUT DEPT-CHANGE-FILE
           IF WS-DCH-SUCCESS
               MOVE "Y" TO WS-DCH-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-PDC-OPEN-FLAG
           OPEN INPUT DECLARATION-FILE
           IF WS-PDC-SUCCESS
               MOVE "Y" TO WS-PDC-OPEN-FLAG
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE STUDENT-FILE
           IF WS-TCR-OPEN
               CLOSE TRANSFER-CREDIT-FILE
           END-IF
           IF WS-CRK-OPEN
               CLOSE RANK-FILE
           END-IF
           IF WS-DIP-OPEN
               CLOSE DIPLOMA-FILE
           END-IF
           IF WS-DCH-OPEN
               CLOSE DEPT-CHANGE-FILE
           END-IF
           IF WS-PDC-OPEN
               CLOSE DECLARATION-FILE
           END-IF.

       PRODUCE-ONE-TRANSCRIPT SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE "N" TO WS-INPUT-RANK-FLAG
           MOVE SPACES TO WS-INPUT-RANK-SEMESTER
           DISPLAY TRN-INPUT-SCREEN
           ACCEPT TRN-INPUT-SCREEN
           MOVE WS-INPUT-STUDENT-ID TO STU-ID
                   WS-CLR-FINE-BALANCE
                   "円  未返却: " WS-CLR-LOAN-COUNT "冊"
               IF WS-CLR-FINE-BALANCE > WS-CLR-BLOCK-LIMIT
                   DISPLAY "罰金残高が上限を超えて"
                       "います。"
                   DISPLAY "完納まで証明書は発行で"
                       "きません。"
                   MOVE "23" TO WS-STU-STATUS
               ELSE
                   DISPLAY "警告のうえ発行します。"
           END-PERFORM
           PERFORM WRITE-SEMESTER-GPA
           PERFORM WRITE-TRANSFER-SECTION
           PERFORM WRITE-DEPT-CHANGE-HISTORY
           PERFORM WRITE-COMPLETED-PROGRAMS
           PERFORM WRITE-SUMMARY
           IF STU-GRADUATED
               PERFORM WRITE-DIPLOMA-NUMBER
           END-IF
           IF WS-PRINT-RANK
               PERFORM WRITE-CLASS-RANK
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "成績証明書を出力しました: "
               WS-REPORT-FILENAME.

       WRITE-PAGE-HEADER SECTION.
           ADD 1 TO WS-PAGE-NO
               MOVE "00" TO WS-TCR-STATUS
           END-IF.

      * 発効済の学科変更を連番順に印字する
       WRITE-DEPT-CHANGE-HISTORY SECTION.
           MOVE ZERO TO WS-DCH-PRINTED
           IF WS-DCH-OPEN
               MOVE WS-INPUT-STUDENT-ID TO DCH-STUDENT-ID
               MOVE ZERO TO DCH-SEQ
               MOVE "00" TO WS-DCH-STATUS
               START DEPT-CHANGE-FILE KEY >= DCH-KEY
                   INVALID KEY
                       MOVE "10" TO WS-DCH-STATUS
               END-START
               PERFORM UNTIL WS-DCH-EOF
                   READ DEPT-CHANGE-FILE NEXT
                       AT END
                           MOVE "10" TO WS-DCH-STATUS
                       NOT AT END
                           IF DCH-STUDENT-ID NOT =
                               WS-INPUT-STUDENT-ID
                               MOVE "10" TO WS-DCH-STATUS
                           ELSE
                               IF DCH-EFFECTED
                                   IF WS-DCH-PRINTED = ZERO
                                       WRITE REPORT-LINE
                                           FROM WS-BLANK-LINE
                                       WRITE REPORT-LINE FROM
                                           WS-DCH-SECTION-HEADER
                                   END-IF
                                   ADD 1 TO WS-DCH-PRINTED
                                   MOVE DCH-FROM-DEPARTMENT
                                       TO WS-DC-FROM
                                   MOVE DCH-TO-DEPARTMENT
                                       TO WS-DC-TO
                                   MOVE DCH-EFFECTIVE-SEMESTER
                                       TO WS-DC-SEMESTER
                                   MOVE DCH-EFFECT-DATE
                                       TO WS-DC-EFFECT-DATE
                                   WRITE REPORT-LINE
                                       FROM WS-DCH-DETAIL-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-DCH-STATUS
           END-IF.

      * 卒業生の主専攻（卒業年月日は学位記台帳から）と、修了
      * 認定を受けた第二専攻・副専攻を印字する
       WRITE-COMPLETED-PROGRAMS SECTION.
           MOVE ZERO TO WS-PDC-PRINTED
           IF STU-GRADUATED
               MOVE "主専攻" TO WS-PG-LABEL
               MOVE STU-DEPARTMENT-ID TO WS-PG-DEPARTMENT
               MOVE SPACES TO WS-PG-DATE
               IF WS-DIP-OPEN
                   MOVE WS-INPUT-STUDENT-ID TO DIP-STUDENT-ID
                   READ DIPLOMA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DIP-GRADUATION-DATE TO WS-PG-DATE
                   END-READ
                   MOVE "00" TO WS-DIP-STATUS
               END-IF
               PERFORM WRITE-PROGRAM-LINE
           END-IF
           IF WS-PDC-OPEN
               MOVE WS-INPUT-STUDENT-ID TO PDC-STUDENT-ID
               MOVE ZERO TO PDC-SEQ
               MOVE "00" TO WS-PDC-STATUS
               START DECLARATION-FILE KEY >= PDC-KEY
                   INVALID KEY
                       MOVE "10" TO WS-PDC-STATUS
               END-START
               PERFORM UNTIL WS-PDC-EOF
                   READ DECLARATION-FILE NEXT
                       AT END
                           MOVE "10" TO WS-PDC-STATUS
                       NOT AT END
                           IF PDC-STUDENT-ID NOT =
                               WS-INPUT-STUDENT-ID
                               MOVE "10" TO WS-PDC-STATUS
                           ELSE
                               IF PDC-COMPLETED
                                   IF PDC-SECOND-MAJOR
                                       MOVE "第二専攻"
                                           TO WS-PG-LABEL
                                   ELSE
                                       MOVE "副専攻" TO WS-PG-LABEL
                                   END-IF
                                   MOVE PDC-DEPARTMENT-ID
                                       TO WS-PG-DEPARTMENT
                                   MOVE PDC-COMPLETE-DATE
                                       TO WS-PG-DATE
                                   PERFORM WRITE-PROGRAM-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-PDC-STATUS
           END-IF.

       WRITE-PROGRAM-LINE SECTION.
           IF WS-PDC-PRINTED = ZERO
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               WRITE REPORT-LINE FROM WS-PROGRAM-SECTION-HEADER
           END-IF
           ADD 1 TO WS-PDC-PRINTED
           WRITE REPORT-LINE FROM WS-PROGRAM-LINE.

       WRITE-SUMMARY SECTION.
           IF WS-CUM-CREDITS > ZERO
               COMPUTE WS-GPA ROUNDED =
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

      * 卒業生の学位記番号を学位記台帳から印字する
       WRITE-DIPLOMA-NUMBER SECTION.
           IF WS-DIP-OPEN
               MOVE WS-INPUT-STUDENT-ID TO DIP-STUDENT-ID
               READ DIPLOMA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIP-NO-DEPARTMENT TO WS-DL-DEPARTMENT
                       MOVE DIP-NO-DEGREE TO WS-DL-DEGREE
                       MOVE DIP-NO-SERIAL TO WS-DL-SERIAL
                       MOVE DIP-DEGREE-NAME-JP TO WS-DL-DEGREE-NAME
                       MOVE DIP-GRADUATION-DATE TO WS-DL-GRAD-DATE
                       WRITE REPORT-LINE FROM WS-DIPLOMA-LINE
               END-READ
               MOVE "00" TO WS-DIP-STATUS
           END-IF.

      * 学内順位を印字する。基準学期の指定がなければ、学生の
      * 順位記録のうちキー順で最後（直近の学期）のものを使う
       WRITE-CLASS-RANK SECTION.
           MOVE "N" TO WS-CRK-FOUND-FLAG
           IF WS-CRK-OPEN
               IF WS-INPUT-RANK-SEMESTER NOT = SPACES
                   MOVE WS-INPUT-STUDENT-ID TO CRK-STUDENT-ID
                   MOVE WS-INPUT-RANK-SEMESTER TO CRK-SEMESTER
                   READ RANK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CRK-FOUND-FLAG
                           MOVE CLASS-RANK-RECORD TO WS-CRK-SAVE
                   END-READ
               ELSE
                   MOVE WS-INPUT-STUDENT-ID TO CRK-STUDENT-ID
                   MOVE LOW-VALUES TO CRK-SEMESTER
                   MOVE "00" TO WS-CRK-STATUS
                   START RANK-FILE KEY >= CRK-KEY
                       INVALID KEY
                           MOVE "10" TO WS-CRK-STATUS
                   END-START
                   PERFORM UNTIL WS-CRK-EOF
                       READ RANK-FILE NEXT
                           AT END
                               MOVE "10" TO WS-CRK-STATUS
                           NOT AT END
                               IF CRK-STUDENT-ID NOT =
                                   WS-INPUT-STUDENT-ID
                                   MOVE "10" TO WS-CRK-STATUS
                               ELSE
                                   MOVE "Y" TO WS-CRK-FOUND-FLAG
                                   MOVE CLASS-RANK-RECORD
                                       TO WS-CRK-SAVE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               MOVE "00" TO WS-CRK-STATUS
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           IF WS-CRK-FOUND
               MOVE WS-CRK-SAVE TO CLASS-RANK-RECORD
               MOVE CRK-RANK TO WS-RK-RANK
               MOVE CRK-COHORT-SIZE TO WS-RK-SIZE
               MOVE CRK-PERCENTILE TO WS-RK-PERCENTILE
               MOVE CRK-DEPARTMENT-ID TO WS-RK-DEPARTMENT
               MOVE CRK-ADMISSION-YEAR TO WS-RK-ADM-YEAR
               MOVE CRK-SEMESTER TO WS-RK-SEMESTER
               WRITE REPORT-LINE FROM WS-RANK-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-RANK-NONE-LINE
           END-IF.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
