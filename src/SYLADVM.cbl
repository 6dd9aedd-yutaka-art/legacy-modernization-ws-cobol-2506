      ******************************************************************
      * シラバス管理システム - 面談記録
      *
      * 学生が面談予約端末（SYLAPPT）で予約したオフィスアワーの
      * 面談について、教員が日ごとの予約を確認し、面談後に結果
      * （実施・欠席）と所見、追加の面談の要否を記録する。
      * 実施を記録した学生に履修指導面談の保留が残っている場合
      * は、保留管理（SYLHOLD）での解除を案内する。
      * 有効な要注意フラグ（SYLWARN）がありながら、フラグ日以降
      * に指導教員またはフラグを立てた教員との面談が実施されて
      * いない学生を、指導教員別に一覧するレポート
      * advisee_no_meeting_<日付>.txt も出力する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLADVM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENT-FILE
               ASSIGN TO "advising_appointment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-KEY
               ALTERNATE RECORD KEY IS APT-STUDENT-ID WITH DUPLICATES
               FILE STATUS IS WS-APT-STATUS.

           SELECT WARNING-FILE
               ASSIGN TO "midterm_warning.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWN-KEY
               FILE STATUS IS WS-MWN-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "student_hold.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHD-KEY
               FILE STATUS IS WS-SHD-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEA-ID
               FILE STATUS IS WS-TEA-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APTFILE.

       FD  WARNING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MWARNFILE.

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SHLDFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-APT-STATUS            PIC XX VALUE "00".
           88  WS-APT-SUCCESS       VALUE "00".
           88  WS-APT-NOT-FOUND     VALUE "23".
           88  WS-APT-EOF           VALUE "10".

       01  WS-MWN-STATUS            PIC XX VALUE "00".
           88  WS-MWN-SUCCESS       VALUE "00".
           88  WS-MWN-EOF           VALUE "10".

       01  WS-SHD-STATUS            PIC XX VALUE "00".
           88  WS-SHD-SUCCESS       VALUE "00".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(50) VALUE SPACES.

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".

       01  WS-INPUT-TEACHER-ID      PIC X(5) VALUE SPACES.
       01  WS-INPUT-DATE            PIC 9(8) VALUE ZERO.
       01  WS-INPUT-PERIOD          PIC 9(1) VALUE ZERO.
       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-INPUT-OUTCOME         PIC X(1) VALUE "M".
       01  WS-INPUT-NOTE            PIC X(40) VALUE SPACES.
       01  WS-INPUT-FOLLOW-UP       PIC X(1) VALUE "N".

       01  WS-LIST-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-STATUS-LABEL          PIC X(12) VALUE SPACES.
       01  WS-PURPOSE-LABEL         PIC X(12) VALUE SPACES.
       01  WS-REASON-LABEL          PIC X(16) VALUE SPACES.

      * 面談の有無・予約・保留の判定結果
       01  WS-MET-FLAG              PIC X VALUE "N".
           88  WS-MET               VALUE "Y".
       01  WS-BOOKED-FLAG           PIC X VALUE "N".
           88  WS-HAS-BOOKING       VALUE "Y".
       01  WS-ADV-HOLD-FLAG         PIC X VALUE "N".
           88  WS-HAS-ADV-HOLD      VALUE "Y".
       01  WS-CHECK-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-CHECK-ADVISOR-ID      PIC X(5) VALUE SPACES.
       01  WS-CHECK-FLAG-TEACHER    PIC X(5) VALUE SPACES.
       01  WS-CHECK-FLAG-DATE       PIC 9(8) VALUE ZERO.

      * 面談未実施一覧用（指導教員・学籍番号・科目順に並べ替える）
       01  WS-NM-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-NM-TABLE.
           05  WS-NM-ENTRY OCCURS 5000 TIMES.
               10  WS-NM-SORT-KEY.
                   15  WS-NM-ADVISOR-ID PIC X(5).
                   15  WS-NM-STUDENT-ID PIC X(7).
                   15  WS-NM-COURSE-ID  PIC X(6).
               10  WS-NM-SEMESTER       PIC X(2).
               10  WS-NM-REASON         PIC X(1).
               10  WS-NM-FLAG-TEACHER   PIC X(5).
               10  WS-NM-FLAG-DATE      PIC 9(8).
               10  WS-NM-BOOKED         PIC X(1).
               10  WS-NM-ADV-HOLD       PIC X(1).
       01  WS-NM-I                  PIC 9(4) VALUE ZERO.
       01  WS-NM-J                  PIC 9(4) VALUE ZERO.
       01  WS-NM-SWAP               PIC X(36).
       01  WS-CUR-ADVISOR-ID        PIC X(5) VALUE SPACES.
       01  WS-ADVISOR-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-FLAG-SCANNED          PIC 9(5) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                 要注意学生 面談未実施一覧"
           & "（指導教員別）".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-CL-DATE           PIC 9(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(76) VALUE
               "（有効な要注意フラグのうちフラグ日"
               & "以降の面談なし）".
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER               PIC X(16) VALUE SPACES.
           05  FILLER               PIC X(72) VALUE
               "予約: 今後の面談予約あり  保留: "
               & "履修指導面談の保留".
           05  FILLER               PIC X(44) VALUE SPACES.

       01  WS-ADVISOR-LINE.
           05  FILLER               PIC X(15) VALUE "指導教員: ".
           05  WS-AL-ADVISOR-ID     PIC X(5).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-AL-ADVISOR-NAME   PIC X(41).
           05  FILLER               PIC X(69) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(12) VALUE "学籍番号".
           05  FILLER               PIC X(22) VALUE "氏名".
           05  FILLER               PIC X(8) VALUE "科目".
           05  FILLER               PIC X(8) VALUE "学期".
           05  FILLER               PIC X(18) VALUE "理由".
           05  FILLER               PIC X(12) VALUE "フラグ日".
           05  FILLER               PIC X(16) VALUE "フラグ教員".
           05  FILLER               PIC X(10) VALUE "予約".
           05  FILLER               PIC X(10) VALUE "保留".
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DT-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DT-NAME           PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-COURSE-ID      PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-SEMESTER       PIC X(2).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-DT-REASON         PIC X(16).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-FLAG-DATE      PIC 9(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-FLAG-TEACHER   PIC X(5).
           05  FILLER               PIC X(11) VALUE SPACES.
           05  WS-DT-BOOKED         PIC X(6).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-ADV-HOLD       PIC X(6).
           05  FILLER               PIC X(20) VALUE SPACES.

       01  WS-ADVISOR-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               "  指導教員計: ".
           05  WS-AT-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(105) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER               PIC X(24) VALUE
               "面談未実施 合計: ".
           05  WS-GT-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
               "有効な要注意フラグ: ".
           05  WS-GT-SCANNED        PIC ZZZZ9.
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(59) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  ADVM-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "面談記録".
           05  LINE 4 COL 1         VALUE "1. 日別の面談予約".
           05  LINE 5 COL 1         VALUE "2. 面談結果の記録".
           05  LINE 6 COL 1         VALUE
               "3. 面談未実施一覧の出力".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  ADVM-DAY-SCREEN.
           05  LINE 12 COL 1        VALUE "教員ID: ".
           05  LINE 12 COL 10
               PIC X(5) USING WS-INPUT-TEACHER-ID.
           05  LINE 13 COL 1        VALUE
               "面談日(YYYYMMDD 0は本日): ".
           05  LINE 13 COL 29       PIC 9(8) USING WS-INPUT-DATE.

       01  ADVM-KEY-SCREEN.
           05  LINE 12 COL 1        VALUE "教員ID: ".
           05  LINE 12 COL 10
               PIC X(5) USING WS-INPUT-TEACHER-ID.
           05  LINE 13 COL 1        VALUE
               "面談日(YYYYMMDD 0は本日): ".
           05  LINE 13 COL 29       PIC 9(8) USING WS-INPUT-DATE.
           05  LINE 14 COL 1        VALUE "時限: ".
           05  LINE 14 COL 8        PIC 9(1) USING WS-INPUT-PERIOD.
           05  LINE 15 COL 1        VALUE "学籍番号: ".
           05  LINE 15 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.

       01  ADVM-OUTCOME-SCREEN.
           05  LINE 18 COL 1        VALUE
               "結果(M:実施 N:欠席): ".
           05  LINE 18 COL 24       PIC X(1) USING WS-INPUT-OUTCOME.
           05  LINE 19 COL 1        VALUE "所見: ".
           05  LINE 19 COL 8        PIC X(40) USING WS-INPUT-NOTE.
           05  LINE 20 COL 1        VALUE
               "追加の面談が必要(Y/N): ".
           05  LINE 20 COL 26
               PIC X(1) USING WS-INPUT-FOLLOW-UP.

       01  CONTINUE-SCREEN.
           05  LINE 22 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 22 COL 25       PIC X USING WS-CONTINUE-FLAG.

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
           OPEN I-O APPOINTMENT-FILE
           IF WS-APT-NOT-FOUND OR WS-APT-STATUS = "35"
               OPEN OUTPUT APPOINTMENT-FILE
               CLOSE APPOINTMENT-FILE
               OPEN I-O APPOINTMENT-FILE
           END-IF
           OPEN INPUT WARNING-FILE
           OPEN INPUT HOLD-FILE
           OPEN INPUT STUDENT-FILE
           OPEN INPUT TEACHER-FILE.

       CLOSE-FILES SECTION.
           CLOSE APPOINTMENT-FILE
           CLOSE WARNING-FILE
           CLOSE HOLD-FILE
           CLOSE STUDENT-FILE
           CLOSE TEACHER-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY ADVM-MENU-SCREEN
           ACCEPT ADVM-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM LIST-DAY-APPOINTMENTS
               WHEN 2
                   PERFORM RECORD-OUTCOME
               WHEN 3
                   PERFORM WRITE-NO-MEETING-REPORT
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 教員の指定日の予約を時限順に表示する（取消済みも含む）
       LIST-DAY-APPOINTMENTS SECTION.
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           MOVE ZERO TO WS-INPUT-DATE
           DISPLAY ADVM-DAY-SCREEN
           ACCEPT ADVM-DAY-SCREEN
           IF WS-INPUT-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-INPUT-DATE
           END-IF
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO APT-KEY
           MOVE WS-INPUT-TEACHER-ID TO APT-TEACHER-ID
           MOVE WS-INPUT-DATE TO APT-DATE
           START APPOINTMENT-FILE KEY >= APT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ APPOINTMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF APT-TEACHER-ID NOT = WS-INPUT-TEACHER-ID
                       OR APT-DATE NOT = WS-INPUT-DATE
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM DISPLAY-ONE-APPOINTMENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-APT-STATUS
           IF WS-LIST-COUNT = ZERO
               DISPLAY "この日の面談予約はありません。"
           END-IF.

       DISPLAY-ONE-APPOINTMENT SECTION.
           PERFORM SET-STATUS-LABEL
           PERFORM SET-PURPOSE-LABEL
           MOVE APT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO STU-LAST-NAME
           END-READ
           MOVE "00" TO WS-STU-STATUS
           DISPLAY APT-PERIOD "限 " APT-STUDENT-ID " "
               STU-LAST-NAME " " WS-PURPOSE-LABEL " "
               APT-COURSE-ID " " WS-STATUS-LABEL
           IF APT-MET OR APT-NO-SHOW
               DISPLAY "    " APT-OUTCOME-NOTE
                   " 追加面談:" APT-FOLLOW-UP
           END-IF.

       SET-STATUS-LABEL SECTION.
           EVALUATE TRUE
               WHEN APT-BOOKED
                   MOVE "予約中" TO WS-STATUS-LABEL
               WHEN APT-CANCELLED
                   MOVE "取消済" TO WS-STATUS-LABEL
               WHEN APT-MET
                   MOVE "面談済" TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE "欠席" TO WS-STATUS-LABEL
           END-EVALUATE.

       SET-PURPOSE-LABEL SECTION.
           EVALUATE TRUE
               WHEN APT-PURPOSE-ADVISING
                   MOVE "履修指導" TO WS-PURPOSE-LABEL
               WHEN APT-PURPOSE-WARNING
                   MOVE "要注意" TO WS-PURPOSE-LABEL
               WHEN OTHER
                   MOVE "授業の質問" TO WS-PURPOSE-LABEL
           END-EVALUATE.

      * 本日までの予約に面談の結果を記録する。記録済みの結果は
      * 書き換えられる
       RECORD-OUTCOME SECTION.
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           MOVE ZERO TO WS-INPUT-DATE
           MOVE ZERO TO WS-INPUT-PERIOD
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           DISPLAY ADVM-KEY-SCREEN
           ACCEPT ADVM-KEY-SCREEN
           IF WS-INPUT-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-INPUT-DATE
           END-IF
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-TEACHER-ID TO APT-TEACHER-ID
           MOVE WS-INPUT-DATE TO APT-DATE
           MOVE WS-INPUT-PERIOD TO APT-PERIOD
           MOVE WS-INPUT-STUDENT-ID TO APT-STUDENT-ID
           READ APPOINTMENT-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN APT-CANCELLED
                           DISPLAY "この予約は"
                               "取り消されています。"
                           MOVE "N" TO WS-VALID-FLAG
                       WHEN APT-DATE > WS-CURRENT-DATE
                           DISPLAY "面談日の前には"
                               "記録できません。"
                           MOVE "N" TO WS-VALID-FLAG
                   END-EVALUATE
           END-READ
           IF WS-VALID
               PERFORM DISPLAY-ONE-APPOINTMENT
               IF APT-MET OR APT-NO-SHOW
                   MOVE APT-STATUS TO WS-INPUT-OUTCOME
                   MOVE APT-OUTCOME-NOTE TO WS-INPUT-NOTE
                   MOVE APT-FOLLOW-UP TO WS-INPUT-FOLLOW-UP
               ELSE
                   MOVE "M" TO WS-INPUT-OUTCOME
                   MOVE SPACES TO WS-INPUT-NOTE
                   MOVE "N" TO WS-INPUT-FOLLOW-UP
               END-IF
               DISPLAY ADVM-OUTCOME-SCREEN
               ACCEPT ADVM-OUTCOME-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-INPUT-OUTCOME)
                   TO WS-INPUT-OUTCOME
               MOVE FUNCTION UPPER-CASE(WS-INPUT-FOLLOW-UP)
                   TO WS-INPUT-FOLLOW-UP
               IF (WS-INPUT-OUTCOME NOT = "M"
                   AND WS-INPUT-OUTCOME NOT = "N")
               OR (WS-INPUT-FOLLOW-UP NOT = "Y"
                   AND WS-INPUT-FOLLOW-UP NOT = "N")
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-OUTCOME TO APT-STATUS
               MOVE WS-INPUT-NOTE TO APT-OUTCOME-NOTE
               MOVE WS-INPUT-FOLLOW-UP TO APT-FOLLOW-UP
               MOVE WS-CURRENT-DATE TO APT-OUTCOME-DATE
               REWRITE ADVISING-APPOINTMENT-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "面談結果を記録しました。"
                       IF APT-MET
                           MOVE APT-STUDENT-ID
                               TO WS-CHECK-STUDENT-ID
                           PERFORM CHECK-ADVISING-HOLD
                           IF WS-HAS-ADV-HOLD
                               DISPLAY "この学生には"
                                   "履修指導面談の保留が"
                                   "あります。"
                               DISPLAY "保留管理で"
                                   "解除してください。"
                           END-IF
                       END-IF
               END-REWRITE
           END-IF
           MOVE "00" TO WS-APT-STATUS.

      * 学生に有効な履修指導面談の保留があるか
       CHECK-ADVISING-HOLD SECTION.
           MOVE "N" TO WS-ADV-HOLD-FLAG
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-CHECK-STUDENT-ID TO SHD-STUDENT-ID
           MOVE ZERO TO SHD-SEQ
           START HOLD-FILE KEY >= SHD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ HOLD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF SHD-STUDENT-ID NOT = WS-CHECK-STUDENT-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF SHD-ACTIVE AND SHD-TYPE-ADVISING
                               MOVE "Y" TO WS-ADV-HOLD-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SHD-STATUS.

      * 有効な要注意フラグごとに、フラグ日以降に指導教員または
      * フラグを立てた教員との面談が実施されたかを調べ、実施の
      * ないものを指導教員別に一覧する
       WRITE-NO-MEETING-REPORT SECTION.
           PERFORM LOAD-UNMET-FLAGS
           PERFORM SORT-UNMET-FLAGS
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "advisee_no_meeting_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-CURRENT-DATE TO WS-CL-DATE
           WRITE REPORT-LINE FROM WS-CONDITION-LINE
           WRITE REPORT-LINE FROM WS-NOTE-LINE
           MOVE SPACES TO WS-CUR-ADVISOR-ID
           MOVE ZERO TO WS-ADVISOR-COUNT
           PERFORM VARYING WS-NM-I FROM 1 BY 1
                   UNTIL WS-NM-I > WS-NM-COUNT
               IF WS-NM-I = 1
               OR WS-NM-ADVISOR-ID(WS-NM-I) NOT = WS-CUR-ADVISOR-ID
                   IF WS-NM-I > 1
                       PERFORM WRITE-ADVISOR-TOTAL
                   END-IF
                   MOVE WS-NM-ADVISOR-ID(WS-NM-I) TO WS-CUR-ADVISOR-ID
                   PERFORM WRITE-ADVISOR-HEADING
               END-IF
               PERFORM WRITE-UNMET-LINE
           END-PERFORM
           IF WS-NM-COUNT > ZERO
               PERFORM WRITE-ADVISOR-TOTAL
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-NM-COUNT TO WS-GT-COUNT
           MOVE WS-FLAG-SCANNED TO WS-GT-SCANNED
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "面談未実施一覧を出力しました: "
               WS-REPORT-FILENAME.

       LOAD-UNMET-FLAGS SECTION.
           MOVE ZERO TO WS-NM-COUNT
           MOVE ZERO TO WS-FLAG-SCANNED
           MOVE LOW-VALUES TO MWN-KEY
           MOVE "00" TO WS-MWN-STATUS
           START WARNING-FILE KEY >= MWN-KEY
               INVALID KEY
                   MOVE "10" TO WS-MWN-STATUS
           END-START
           PERFORM UNTIL WS-MWN-EOF
               READ WARNING-FILE NEXT
                   AT END
                       MOVE "10" TO WS-MWN-STATUS
                   NOT AT END
                       IF MWN-OPEN
                           ADD 1 TO WS-FLAG-SCANNED
                           PERFORM CHECK-ONE-FLAG
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-MWN-STATUS.

       CHECK-ONE-FLAG SECTION.
           MOVE MWN-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO STU-ADVISOR-ID
           END-READ
           MOVE "00" TO WS-STU-STATUS
           MOVE MWN-STUDENT-ID TO WS-CHECK-STUDENT-ID
           MOVE STU-ADVISOR-ID TO WS-CHECK-ADVISOR-ID
           MOVE MWN-TEACHER-ID TO WS-CHECK-FLAG-TEACHER
           MOVE MWN-FLAG-DATE TO WS-CHECK-FLAG-DATE
           PERFORM SCAN-STUDENT-APPOINTMENTS
           IF NOT WS-MET
           AND WS-NM-COUNT < 5000
               PERFORM CHECK-ADVISING-HOLD
               ADD 1 TO WS-NM-COUNT
               MOVE WS-CHECK-ADVISOR-ID
                   TO WS-NM-ADVISOR-ID(WS-NM-COUNT)
               MOVE MWN-STUDENT-ID TO WS-NM-STUDENT-ID(WS-NM-COUNT)
               MOVE MWN-COURSE-ID TO WS-NM-COURSE-ID(WS-NM-COUNT)
               MOVE MWN-SEMESTER TO WS-NM-SEMESTER(WS-NM-COUNT)
               MOVE MWN-REASON TO WS-NM-REASON(WS-NM-COUNT)
               MOVE MWN-TEACHER-ID
                   TO WS-NM-FLAG-TEACHER(WS-NM-COUNT)
               MOVE MWN-FLAG-DATE TO WS-NM-FLAG-DATE(WS-NM-COUNT)
               MOVE WS-BOOKED-FLAG TO WS-NM-BOOKED(WS-NM-COUNT)
               MOVE WS-ADV-HOLD-FLAG TO WS-NM-ADV-HOLD(WS-NM-COUNT)
           END-IF.

      * 学生の面談を学籍番号の代替キーでたどり、指導教員または
      * フラグを立てた教員とのフラグ日以降の実施済み面談と、
      * 本日以降の予約中の面談を探す
       SCAN-STUDENT-APPOINTMENTS SECTION.
           MOVE "N" TO WS-MET-FLAG
           MOVE "N" TO WS-BOOKED-FLAG
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-CHECK-STUDENT-ID TO APT-STUDENT-ID
           START APPOINTMENT-FILE KEY = APT-STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ APPOINTMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF APT-STUDENT-ID NOT = WS-CHECK-STUDENT-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF APT-TEACHER-ID = WS-CHECK-ADVISOR-ID
                           OR APT-TEACHER-ID = WS-CHECK-FLAG-TEACHER
                               IF APT-MET
                               AND APT-DATE >= WS-CHECK-FLAG-DATE
                                   MOVE "Y" TO WS-MET-FLAG
                               END-IF
                               IF APT-BOOKED
                               AND APT-DATE >= WS-CURRENT-DATE
                                   MOVE "Y" TO WS-BOOKED-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-APT-STATUS.

       SORT-UNMET-FLAGS SECTION.
           PERFORM VARYING WS-NM-I FROM 1 BY 1
                   UNTIL WS-NM-I >= WS-NM-COUNT
               PERFORM VARYING WS-NM-J FROM 1 BY 1
                       UNTIL WS-NM-J > WS-NM-COUNT - WS-NM-I
                   IF WS-NM-SORT-KEY(WS-NM-J) >
                      WS-NM-SORT-KEY(WS-NM-J + 1)
                       MOVE WS-NM-ENTRY(WS-NM-J) TO WS-NM-SWAP
                       MOVE WS-NM-ENTRY(WS-NM-J + 1)
                           TO WS-NM-ENTRY(WS-NM-J)
                       MOVE WS-NM-SWAP TO WS-NM-ENTRY(WS-NM-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ADVISOR-HEADING SECTION.
           MOVE SPACES TO WS-AL-ADVISOR-NAME
           MOVE WS-CUR-ADVISOR-ID TO TEA-ID
           READ TEACHER-FILE
               INVALID KEY
                   MOVE "*** 指導教員未登録 ***"
                       TO WS-AL-ADVISOR-NAME
               NOT INVALID KEY
                   STRING TEA-LAST-NAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       TEA-FIRST-NAME DELIMITED BY "  "
                       INTO WS-AL-ADVISOR-NAME
           END-READ
           MOVE "00" TO WS-TEA-STATUS
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-CUR-ADVISOR-ID TO WS-AL-ADVISOR-ID
           WRITE REPORT-LINE FROM WS-ADVISOR-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           WRITE REPORT-LINE FROM WS-RULE-LINE.

       WRITE-UNMET-LINE SECTION.
           MOVE WS-NM-STUDENT-ID(WS-NM-I) TO WS-DT-STUDENT-ID
           MOVE WS-NM-STUDENT-ID(WS-NM-I) TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO STU-LAST-NAME
           END-READ
           MOVE "00" TO WS-STU-STATUS
           MOVE STU-LAST-NAME TO WS-DT-NAME
           MOVE WS-NM-COURSE-ID(WS-NM-I) TO WS-DT-COURSE-ID
           MOVE WS-NM-SEMESTER(WS-NM-I) TO WS-DT-SEMESTER
           MOVE WS-NM-REASON(WS-NM-I) TO MWN-REASON
           PERFORM SET-REASON-LABEL
           MOVE WS-REASON-LABEL TO WS-DT-REASON
           MOVE WS-NM-FLAG-DATE(WS-NM-I) TO WS-DT-FLAG-DATE
           MOVE WS-NM-FLAG-TEACHER(WS-NM-I) TO WS-DT-FLAG-TEACHER
           IF WS-NM-BOOKED(WS-NM-I) = "Y"
               MOVE "予約" TO WS-DT-BOOKED
           ELSE
               MOVE SPACES TO WS-DT-BOOKED
           END-IF
           IF WS-NM-ADV-HOLD(WS-NM-I) = "Y"
               MOVE "保留" TO WS-DT-ADV-HOLD
           ELSE
               MOVE SPACES TO WS-DT-ADV-HOLD
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ADVISOR-COUNT.

       WRITE-ADVISOR-TOTAL SECTION.
           MOVE WS-ADVISOR-COUNT TO WS-AT-COUNT
           WRITE REPORT-LINE FROM WS-ADVISOR-TOTAL-LINE
           MOVE ZERO TO WS-ADVISOR-COUNT.

       SET-REASON-LABEL SECTION.
           EVALUATE TRUE
               WHEN MWN-ATTENDANCE
                   MOVE "出席不良" TO WS-REASON-LABEL
               WHEN MWN-FAILING
                   MOVE "成績不振" TO WS-REASON-LABEL
               WHEN MWN-ASSIGNMENTS
                   MOVE "課題未提出" TO WS-REASON-LABEL
               WHEN OTHER
                   MOVE "その他" TO WS-REASON-LABEL
           END-EVALUATE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
