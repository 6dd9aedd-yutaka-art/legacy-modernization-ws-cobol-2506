******************************************************************
      * シラバス管理システム - 教員授業不可時間帯管理プログラム
      *
      * 教員ごとに授業を担当できない曜日・時限を登録する
      * （teacher_unavail.dat）。時限0は終日、学期空白は全学期。
      * 区分Hは不可（科目・セクションの登録を差し戻す）、区分Sは
      * 要注意（警告のみ）。照合はSYLTUNCKで行い、SYLREG・SYLUPD・
      * SYLSECの登録時とSYLSCRの時間割チェックレポートで使う
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNAVAIL-FILE
               ASSIGN TO "teacher_unavail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUN-KEY
               FILE STATUS IS WS-TUN-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEA-ID
               FILE STATUS IS WS-TEA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNAVAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TUNFILE.

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       WORKING-STORAGE SECTION.
       01  WS-TUN-STATUS            PIC XX VALUE "00".
           88  WS-TUN-SUCCESS       VALUE "00".
           88  WS-TUN-EOF           VALUE "10".

       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-DATA-VALID        VALUE "Y".

       01  WS-INPUT-TEACHER-ID      PIC X(5) VALUE SPACES.
       01  WS-INPUT-DAY             PIC X(1) VALUE SPACE.
           88  WS-VALID-DAY         VALUE "1" THRU "6".
       01  WS-INPUT-PERIOD          PIC 9(1) VALUE ZERO.
       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.
       01  WS-INPUT-LEVEL           PIC X(1) VALUE SPACE.
       01  WS-INPUT-REASON          PIC X(30) VALUE SPACES.
       01  WS-LIST-COUNT            PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.

       COPY LIBERROR.

       SCREEN SECTION.
       01  TUN-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "教員授業不可時間帯管理メニュー".
           05  LINE 4 COL 1         VALUE
               "1. 不可時間帯登録／修正".
           05  LINE 5 COL 1         VALUE
               "2. 不可時間帯一覧（教員別）".
           05  LINE 6 COL 1         VALUE "3. 不可時間帯削除".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  TUN-ENTRY-SCREEN.
           05  LINE 11 COL 1        VALUE "教員ID: ".
           05  LINE 11 COL 10       PIC X(5) USING WS-INPUT-TEACHER-ID.
           05  LINE 12 COL 1        VALUE "曜日(1-6): ".
           05  LINE 12 COL 14       PIC X(1) USING WS-INPUT-DAY.
           05  LINE 13 COL 1        VALUE "時限(0=終日): ".
           05  LINE 13 COL 16       PIC 9(1) USING WS-INPUT-PERIOD.
           05  LINE 14 COL 1        VALUE "学期(空白=全学期): ".
           05  LINE 14 COL 21       PIC X(2) USING WS-INPUT-SEMESTER.

       01  TUN-DETAIL-SCREEN.
           05  LINE 15 COL 1        VALUE
               "区分(H=不可 S=要注意): ".
           05  LINE 15 COL 25       PIC X(1) USING WS-INPUT-LEVEL.
           05  LINE 16 COL 1        VALUE "理由: ".
           05  LINE 16 COL 8        PIC X(30) USING WS-INPUT-REASON.

       01  TUN-LIST-SCREEN.
           05  LINE 11 COL 1        VALUE "教員ID: ".
           05  LINE 11 COL 10       PIC X(5) USING WS-INPUT-TEACHER-ID.

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           MOVE ZERO TO WS-CHOICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM OPEN-FILES
           PERFORM UNTIL WS-EXIT
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-CHOICE
               IF NOT WS-EXIT
                   PERFORM CHECK-CONTINUE
               END-IF
           END-PERFORM
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES SECTION.
           OPEN I-O UNAVAIL-FILE
           IF NOT WS-TUN-SUCCESS
               OPEN OUTPUT UNAVAIL-FILE
               CLOSE UNAVAIL-FILE
               OPEN I-O UNAVAIL-FILE
           END-IF
           OPEN INPUT TEACHER-FILE.

       CLOSE-FILES SECTION.
           CLOSE UNAVAIL-FILE
           IF WS-TEA-SUCCESS
               CLOSE TEACHER-FILE
           END-IF.

       DISPLAY-MENU SECTION.
           DISPLAY TUN-MENU-SCREEN
           ACCEPT TUN-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-UNAVAIL
               WHEN 2
                   PERFORM LIST-UNAVAIL
               WHEN 3
                   PERFORM DELETE-UNAVAIL
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 教員・曜日・時限・学期を入力し、既存の行があれば区分と
      * 理由を初期表示して修正させる
       REGISTER-UNAVAIL SECTION.
           PERFORM ACCEPT-UNAVAIL-KEY
           IF WS-DATA-VALID
               MOVE WS-INPUT-TEACHER-ID TO TEA-ID
               READ TEACHER-FILE
                   INVALID KEY
                       DISPLAY "教員IDが未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
               MOVE "00" TO WS-TEA-STATUS
           END-IF
           IF WS-DATA-VALID
               MOVE "H" TO WS-INPUT-LEVEL
               MOVE SPACES TO WS-INPUT-REASON
               READ UNAVAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TUN-LEVEL TO WS-INPUT-LEVEL
                       MOVE TUN-REASON TO WS-INPUT-REASON
               END-READ
               DISPLAY TUN-DETAIL-SCREEN
               ACCEPT TUN-DETAIL-SCREEN
               PERFORM MOVE-UNAVAIL-KEY
               MOVE WS-INPUT-LEVEL TO TUN-LEVEL
               IF NOT TUN-VALID-LEVEL
                   DISPLAY MSG-INVALID-INPUT
               ELSE
                   PERFORM WRITE-UNAVAIL-RECORD
               END-IF
           END-IF
           MOVE "00" TO WS-TUN-STATUS.

       ACCEPT-UNAVAIL-KEY SECTION.
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           MOVE SPACE TO WS-INPUT-DAY
           MOVE ZERO TO WS-INPUT-PERIOD
           MOVE SPACES TO WS-INPUT-SEMESTER
           DISPLAY TUN-ENTRY-SCREEN
           ACCEPT TUN-ENTRY-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           IF WS-INPUT-TEACHER-ID = SPACES
           OR NOT WS-VALID-DAY
               DISPLAY MSG-INVALID-INPUT
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           PERFORM MOVE-UNAVAIL-KEY.

       MOVE-UNAVAIL-KEY SECTION.
           MOVE WS-INPUT-TEACHER-ID TO TUN-TEACHER-ID
           MOVE WS-INPUT-DAY TO TUN-DAY-OF-WEEK
           MOVE WS-INPUT-PERIOD TO TUN-PERIOD
           MOVE WS-INPUT-SEMESTER TO TUN-SEMESTER.

       WRITE-UNAVAIL-RECORD SECTION.
           MOVE WS-INPUT-REASON TO TUN-REASON
           MOVE WS-CURRENT-DATE TO TUN-REG-DATE
           WRITE TEACHER-UNAVAIL-RECORD
               INVALID KEY
                   REWRITE TEACHER-UNAVAIL-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "不可時間帯を"
                               "更新しました。"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "不可時間帯を登録しました。"
           END-WRITE.

       LIST-UNAVAIL SECTION.
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           DISPLAY TUN-LIST-SCREEN
           ACCEPT TUN-LIST-SCREEN
           MOVE ZERO TO WS-LIST-COUNT
           DISPLAY "授業不可時間帯一覧"
           DISPLAY "曜日 時限 学期 区分 理由"
           MOVE WS-INPUT-TEACHER-ID TO TUN-TEACHER-ID
           MOVE LOW-VALUES TO TUN-DAY-OF-WEEK
           MOVE ZERO TO TUN-PERIOD
           MOVE LOW-VALUES TO TUN-SEMESTER
           MOVE "00" TO WS-TUN-STATUS
           START UNAVAIL-FILE KEY >= TUN-KEY
               INVALID KEY
                   MOVE "10" TO WS-TUN-STATUS
           END-START
           PERFORM UNTIL WS-TUN-EOF
               READ UNAVAIL-FILE NEXT
                   AT END
                       MOVE "10" TO WS-TUN-STATUS
                   NOT AT END
                       IF TUN-TEACHER-ID NOT = WS-INPUT-TEACHER-ID
                           MOVE "10" TO WS-TUN-STATUS
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY TUN-DAY-OF-WEEK "    "
                               TUN-PERIOD "    " TUN-SEMESTER
                               "   " TUN-LEVEL "    " TUN-REASON
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TUN-STATUS
           IF WS-LIST-COUNT = ZERO
               DISPLAY "不可時間帯は"
                   "登録されていません。"
           END-IF.

       DELETE-UNAVAIL SECTION.
           PERFORM ACCEPT-UNAVAIL-KEY
           IF WS-DATA-VALID
               DELETE UNAVAIL-FILE
                   INVALID KEY
                       DISPLAY MSG-RECORD-NOT-FOUND
                   NOT INVALID KEY
                       DISPLAY "不可時間帯を削除しました。"
               END-DELETE
           END-IF
           MOVE "00" TO WS-TUN-STATUS.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
