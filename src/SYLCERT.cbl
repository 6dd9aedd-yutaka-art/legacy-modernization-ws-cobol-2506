      ******************************************************************
      * シラバス管理システム - 証明書発行
      *
      * 学生課窓口で在学証明書・卒業見込証明書・卒業証明書を
      * 日本語または英語で発行する。学生マスタの在籍状態で発行
      * 可否を判定し、除籍等（I）は全種類を、休学中（L）は
      * 在学証明書以外を断る（在学証明書には休学期間を付記する）。
      * 卒業見込証明書は最終学年（4年以上）の在籍者に限り、直近の
      * 学業成績区分が停学（S）の学生には発行しない。卒業証明書
      * は卒業済（G）の学生に限る。発行には担当者IDとパスワード
      * を求め（syl_operator.datの教務・管理者に限る）、
      * 証明書番号を採番して発行台帳（誰が・いつ・種類・
      * 用途）に記録する。提出された証明書は番号で台帳と照合
      * できる。証明書は certificate_<番号>.txt に出力する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLCERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATE-FILE
               ASSIGN TO "certificate_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-SERIAL-NO
               FILE STATUS IS WS-CERT-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO "academic_standing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STN-KEY
               FILE STATUS IS WS-STN-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEP-STATUS.

           SELECT SYL-OPERATOR-FILE
               ASSIGN TO "syl_operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOP-ID
               FILE STATUS IS WS-SOP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CERTFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  STANDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STNDFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  SYL-OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SOPRFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CERT-STATUS           PIC XX VALUE "00".
           88  WS-CERT-SUCCESS      VALUE "00".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-STN-STATUS            PIC XX VALUE "00".
           88  WS-STN-SUCCESS       VALUE "00".
           88  WS-STN-EOF           VALUE "10".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".

       01  WS-SOP-STATUS            PIC XX VALUE "00".
           88  WS-SOP-SUCCESS       VALUE "00".

      * パスワードの有効期限（SYLABUSのログインと同じ規程）
       01  WS-PWD-EXPIRE-DAYS       PIC 9(3) VALUE 90.
       01  WS-PWD-EXPIRE-LIMIT      PIC 9(8) VALUE ZERO.

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-TIME          PIC 9(6) VALUE ZERO.
       01  WS-ACADEMIC-YEAR         PIC 9(4) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".

       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-INPUT-TYPE            PIC 9 VALUE 1.
       01  WS-INPUT-LANGUAGE        PIC 9 VALUE 1.
       01  WS-INPUT-PURPOSE         PIC X(30) VALUE SPACES.
       01  WS-INPUT-SERIAL-NO       PIC 9(6) VALUE ZERO.

       01  WS-NEXT-SERIAL-NO        PIC 9(6) VALUE 1.
       01  WS-LATEST-STANDING       PIC X(1) VALUE SPACE.
       01  WS-EXPECTED-YM           PIC 9(6) VALUE ZERO.
       01  WS-DEPT-NAME             PIC X(30) VALUE SPACES.
       01  WS-FACULTY-NAME          PIC X(20) VALUE SPACES.
       01  WS-STUDENT-NAME          PIC X(41) VALUE SPACES.

      * 発行担当者
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD     PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-OK-FLAG      PIC X VALUE "N".
           88  WS-OPERATOR-OK       VALUE "Y".

      * 証明書の日付表記（和文・英文）
       01  WS-WORK-DATE             PIC 9(8) VALUE ZERO.
       01  WS-JP-DATE.
           05  WS-JD-YEAR           PIC 9(4).
           05  FILLER               PIC X(3) VALUE "年".
           05  WS-JD-MONTH          PIC Z9.
           05  FILLER               PIC X(3) VALUE "月".
           05  WS-JD-DAY            PIC Z9.
           05  FILLER               PIC X(3) VALUE "日".
       01  WS-EN-DATE.
           05  WS-ED-YEAR           PIC 9(4).
           05  FILLER               PIC X(1) VALUE "-".
           05  WS-ED-MONTH          PIC 9(2).
           05  FILLER               PIC X(1) VALUE "-".
           05  WS-ED-DAY            PIC 9(2).
       01  WS-JP-LEAVE-FROM         PIC X(17) VALUE SPACES.
       01  WS-EN-LEAVE-FROM         PIC X(10) VALUE SPACES.
       01  WS-EXPECTED-YEAR         PIC 9(4) VALUE ZERO.
       01  WS-EXPECTED-MONTH        PIC Z9.
       01  WS-DISP-SERIAL           PIC 9(6).
       01  WS-TYPE-LABEL            PIC X(24) VALUE SPACES.

       01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  CERT-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "証明書発行".
           05  LINE 4 COL 1         VALUE "1. 証明書の発行".
           05  LINE 5 COL 1         VALUE "2. 証明書の照合".
           05  LINE 6 COL 1         VALUE "9. 戻る".
           05  LINE 8 COL 1         VALUE "選択: ".
           05  LINE 8 COL 8         PIC 9 USING WS-CHOICE.

       01  CERT-ISSUE-SCREEN.
           05  LINE 10 COL 1        VALUE "学籍番号: ".
           05  LINE 10 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 11 COL 1        VALUE
               "種類(1:在学 2:卒業見込 3:卒業): ".
           05  LINE 11 COL 34       PIC 9 USING WS-INPUT-TYPE.
           05  LINE 12 COL 1        VALUE
               "言語(1:日本語 2:English): ".
           05  LINE 12 COL 28       PIC 9 USING WS-INPUT-LANGUAGE.
           05  LINE 13 COL 1        VALUE "用途: ".
           05  LINE 13 COL 8
               PIC X(30) USING WS-INPUT-PURPOSE.

       01  CERT-VERIFY-SCREEN.
           05  LINE 10 COL 1        VALUE "証明書番号: ".
           05  LINE 10 COL 14
               PIC 9(6) USING WS-INPUT-SERIAL-NO.

       01  OPERATOR-LOGIN-SCREEN.
           05  LINE 15 COL 1        VALUE "担当者ID: ".
           05  LINE 15 COL 12       PIC X(8) USING WS-OPERATOR-ID.
           05  LINE 16 COL 1        VALUE "パスワード: ".
           05  LINE 16 COL 13
               PIC X(8) USING WS-OPERATOR-PASSWORD.

       01  CONTINUE-SCREEN.
           05  LINE 22 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 22 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           MOVE ZERO TO WS-CHOICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
      * 学年度は4月始まり
           MOVE WS-CURRENT-DATE(1:4) TO WS-ACADEMIC-YEAR
           IF WS-CURRENT-DATE(5:2) < "04"
               SUBTRACT 1 FROM WS-ACADEMIC-YEAR
           END-IF
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
           OPEN I-O CERTIFICATE-FILE
           IF NOT WS-CERT-SUCCESS
               OPEN OUTPUT CERTIFICATE-FILE
               CLOSE CERTIFICATE-FILE
               OPEN I-O CERTIFICATE-FILE
           END-IF
           OPEN INPUT STUDENT-FILE
           OPEN INPUT STANDING-FILE
           OPEN INPUT DEPARTMENT-FILE
           OPEN INPUT SYL-OPERATOR-FILE.

       CLOSE-FILES SECTION.
           CLOSE CERTIFICATE-FILE
           CLOSE STUDENT-FILE
           CLOSE STANDING-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE SYL-OPERATOR-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY CERT-MENU-SCREEN
           ACCEPT CERT-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ISSUE-CERTIFICATE
               WHEN 2
                   PERFORM VERIFY-CERTIFICATE
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

       ISSUE-CERTIFICATE SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE 1 TO WS-INPUT-TYPE
           MOVE 1 TO WS-INPUT-LANGUAGE
           MOVE SPACES TO WS-INPUT-PURPOSE
           DISPLAY CERT-ISSUE-SCREEN
           ACCEPT CERT-ISSUE-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           EVALUATE TRUE
               WHEN WS-INPUT-TYPE < 1 OR WS-INPUT-TYPE > 3
               WHEN WS-INPUT-LANGUAGE < 1 OR WS-INPUT-LANGUAGE > 2
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-VALID-FLAG
               WHEN WS-INPUT-PURPOSE = SPACES
                   DISPLAY "用途を入力してください。"
                   MOVE "N" TO WS-VALID-FLAG
           END-EVALUATE
           IF WS-VALID
               MOVE WS-INPUT-STUDENT-ID TO STU-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "学籍番号が未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
               MOVE "00" TO WS-STU-STATUS
           END-IF
           IF WS-VALID
               PERFORM CHECK-ELIGIBILITY
           END-IF
           IF WS-VALID
               PERFORM VERIFY-OPERATOR
               IF NOT WS-OPERATOR-OK
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               PERFORM GET-NEXT-SERIAL-NUMBER
               PERFORM RECORD-ISSUANCE
           END-IF
           IF WS-VALID
               PERFORM WRITE-CERTIFICATE
           END-IF.

      * 在籍状態と証明書の種類から発行可否を判定する
       CHECK-ELIGIBILITY SECTION.
           MOVE ZERO TO WS-EXPECTED-YM
           EVALUATE TRUE
               WHEN STU-INACTIVE
                   DISPLAY "在籍していない学生には発行で"
                       "きません。"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN WS-INPUT-TYPE = 3
                   IF NOT STU-GRADUATED
                       DISPLAY "卒業していない学生には卒業"
                           "証明書を発行できません。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               WHEN STU-GRADUATED
                   DISPLAY "卒業済の学生です。卒業証明書"
                       "を発行してください。"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN WS-INPUT-TYPE = 2 AND STU-ON-LEAVE
                   DISPLAY "休学中の学生には卒業見込証明"
                       "書を発行できません。"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN WS-INPUT-TYPE = 2 AND STU-YEAR < 4
                   DISPLAY "卒業見込証明書は最終学年の学"
                       "生に限ります。"
                   MOVE "N" TO WS-VALID-FLAG
           END-EVALUATE
           IF WS-VALID AND WS-INPUT-TYPE = 2
               PERFORM FIND-LATEST-STANDING
               IF WS-LATEST-STANDING = "S"
                   DISPLAY "停学中のため卒業見込証明書を"
                       "発行できません。"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   COMPUTE WS-EXPECTED-YM =
                       (WS-ACADEMIC-YEAR + 1) * 100 + 3
               END-IF
           END-IF.

      * 学業成績区分の履歴をキー順に読み、最後（直近の学期）の
      * 区分を求める
       FIND-LATEST-STANDING SECTION.
           MOVE SPACE TO WS-LATEST-STANDING
           MOVE STU-ID TO STN-STUDENT-ID
           MOVE LOW-VALUES TO STN-SEMESTER
           MOVE "00" TO WS-STN-STATUS
           START STANDING-FILE KEY >= STN-KEY
               INVALID KEY
                   MOVE "10" TO WS-STN-STATUS
           END-START
           PERFORM UNTIL WS-STN-EOF
               READ STANDING-FILE NEXT
                   AT END
                       MOVE "10" TO WS-STN-STATUS
                   NOT AT END
                       IF STN-STUDENT-ID NOT = STU-ID
                           MOVE "10" TO WS-STN-STATUS
                       ELSE
                           MOVE STN-STANDING TO WS-LATEST-STANDING
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STN-STATUS.

      * 次の証明書番号は発行台帳の最大番号+1とする
       GET-NEXT-SERIAL-NUMBER SECTION.
           MOVE 1 TO WS-NEXT-SERIAL-NO
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE ZERO TO CERT-SERIAL-NO
           START CERTIFICATE-FILE KEY >= CERT-SERIAL-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ CERTIFICATE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF CERT-SERIAL-NO >= WS-NEXT-SERIAL-NO
                           COMPUTE WS-NEXT-SERIAL-NO =
                               CERT-SERIAL-NO + 1
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-CERT-STATUS.

       RECORD-ISSUANCE SECTION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           MOVE SPACES TO WS-STUDENT-NAME
           STRING STU-LAST-NAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               STU-FIRST-NAME DELIMITED BY "  "
               INTO WS-STUDENT-NAME
           INITIALIZE CERTIFICATE-RECORD
           MOVE WS-NEXT-SERIAL-NO TO CERT-SERIAL-NO
           MOVE WS-CURRENT-DATE TO CERT-ISSUE-DATE
           MOVE WS-CURRENT-TIME TO CERT-ISSUE-TIME
           MOVE STU-ID TO CERT-STUDENT-ID
           EVALUATE WS-INPUT-TYPE
               WHEN 1
                   MOVE "E" TO CERT-TYPE
               WHEN 2
                   MOVE "X" TO CERT-TYPE
               WHEN 3
                   MOVE "G" TO CERT-TYPE
           END-EVALUATE
           IF WS-INPUT-LANGUAGE = 2
               MOVE "E" TO CERT-LANGUAGE
           ELSE
               MOVE "J" TO CERT-LANGUAGE
           END-IF
           MOVE WS-INPUT-PURPOSE TO CERT-PURPOSE
           MOVE WS-OPERATOR-ID TO CERT-ISSUED-BY
           MOVE WS-STUDENT-NAME TO CERT-STUDENT-NAME
           MOVE STU-DEPARTMENT-ID TO CERT-DEPARTMENT-ID
           MOVE STU-YEAR TO CERT-YEAR
           MOVE STU-STATUS TO CERT-STUDENT-STATUS
           MOVE WS-EXPECTED-YM TO CERT-EXPECTED-YM
           WRITE CERTIFICATE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
                   MOVE "N" TO WS-VALID-FLAG
           END-WRITE
           MOVE "00" TO WS-CERT-STATUS.

      * 台帳に記録した内容で証明書を印字する
       WRITE-CERTIFICATE SECTION.
           MOVE SPACES TO WS-DEPT-NAME
           MOVE SPACES TO WS-FACULTY-NAME
           MOVE CERT-DEPARTMENT-ID TO DEP-ID
           READ DEPARTMENT-FILE
               INVALID KEY
                   MOVE CERT-DEPARTMENT-ID TO WS-DEPT-NAME
               NOT INVALID KEY
                   MOVE DEP-NAME TO WS-DEPT-NAME
                   MOVE DEP-FACULTY TO WS-FACULTY-NAME
           END-READ
           MOVE "00" TO WS-DEP-STATUS
           MOVE CERT-SERIAL-NO TO WS-DISP-SERIAL
           MOVE CERT-ISSUE-DATE TO WS-WORK-DATE
           PERFORM FORMAT-DATES
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "certificate_" DELIMITED BY SIZE
               WS-DISP-SERIAL DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF CERT-ENGLISH
               PERFORM WRITE-ENGLISH-CERTIFICATE
           ELSE
               PERFORM WRITE-JAPANESE-CERTIFICATE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "証明書を発行しました。番号: "
               WS-DISP-SERIAL
           DISPLAY "出力ファイル: " WS-REPORT-FILENAME.

       FORMAT-DATES SECTION.
           MOVE WS-WORK-DATE(1:4) TO WS-JD-YEAR
           MOVE WS-WORK-DATE(5:2) TO WS-JD-MONTH
           MOVE WS-WORK-DATE(7:2) TO WS-JD-DAY
           MOVE WS-WORK-DATE(1:4) TO WS-ED-YEAR
           MOVE WS-WORK-DATE(5:2) TO WS-ED-MONTH
           MOVE WS-WORK-DATE(7:2) TO WS-ED-DAY.

       WRITE-JAPANESE-CERTIFICATE SECTION.
           EVALUATE TRUE
               WHEN CERT-ENROLLMENT
                   MOVE "在 学 証 明 書" TO WS-TYPE-LABEL
               WHEN CERT-EXPECTED-GRAD
                   MOVE "卒業見込証明書" TO WS-TYPE-LABEL
               WHEN CERT-GRADUATION
                   MOVE "卒 業 証 明 書" TO WS-TYPE-LABEL
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE SPACES TO WS-PRINT-LINE
           STRING "                              " DELIMITED BY SIZE
               WS-TYPE-LABEL DELIMITED BY "  "
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE SPACES TO WS-PRINT-LINE
           STRING "証明書番号: " DELIMITED BY SIZE
               WS-DISP-SERIAL DELIMITED BY SIZE
               "        発行日: " DELIMITED BY SIZE
               WS-JP-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  学籍番号: " DELIMITED BY SIZE
               CERT-STUDENT-ID DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  氏名:     " DELIMITED BY SIZE
               CERT-STUDENT-NAME DELIMITED BY "  "
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  所属:     " DELIMITED BY SIZE
               WS-FACULTY-NAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-DEPT-NAME DELIMITED BY "  "
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           IF NOT CERT-GRADUATION
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  学年:     " DELIMITED BY SIZE
                   CERT-YEAR DELIMITED BY SIZE
                   "年" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               WRITE REPORT-LINE FROM WS-PRINT-LINE
           END-IF
           IF CERT-ENROLLMENT AND CERT-STUDENT-STATUS = "L"
               MOVE STU-LEAVE-START TO WS-WORK-DATE
               PERFORM FORMAT-DATES
               MOVE WS-JP-DATE TO WS-JP-LEAVE-FROM
               MOVE STU-LEAVE-RETURN TO WS-WORK-DATE
               PERFORM FORMAT-DATES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  休学期間: " DELIMITED BY SIZE
                   WS-JP-LEAVE-FROM DELIMITED BY SIZE
                   " 〜 " DELIMITED BY SIZE
                   WS-JP-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               WRITE REPORT-LINE FROM WS-PRINT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN CERT-ENROLLMENT
                   MOVE "  上記の者は、本学に"
                       & "在学していることを証明する。"
                       TO WS-PRINT-LINE
               WHEN CERT-EXPECTED-GRAD
                   MOVE CERT-EXPECTED-YM(1:4) TO WS-EXPECTED-YEAR
                   MOVE CERT-EXPECTED-YM(5:2) TO WS-EXPECTED-MONTH
                   STRING "  上記の者は、" DELIMITED BY SIZE
                       WS-EXPECTED-YEAR DELIMITED BY SIZE
                       "年" DELIMITED BY SIZE
                       WS-EXPECTED-MONTH DELIMITED BY SIZE
                       "月に本学を卒業見込み"
                           DELIMITED BY SIZE
                       "であることを証明する。"
                           DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               WHEN CERT-GRADUATION
                   MOVE "  上記の者は、本学を"
                       & "卒業したことを証明する。"
                       TO WS-PRINT-LINE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  用途: " DELIMITED BY SIZE
               CERT-PURPOSE DELIMITED BY "  "
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE "                                        学  長"
               TO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE "本証明書の真偽は、証明書番号により"
               & "学生課で照会できます。"
               TO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       WRITE-ENGLISH-CERTIFICATE SECTION.
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN CERT-ENROLLMENT
                   MOVE "CERTIFICATE OF ENROLLMENT"
                       TO WS-PRINT-LINE(31:)
               WHEN CERT-EXPECTED-GRAD
                   MOVE "CERTIFICATE OF EXPECTED GRADUATION"
                       TO WS-PRINT-LINE(31:)
               WHEN CERT-GRADUATION
                   MOVE "CERTIFICATE OF GRADUATION"
                       TO WS-PRINT-LINE(31:)
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Certificate No.: " DELIMITED BY SIZE
               WS-DISP-SERIAL DELIMITED BY SIZE
               "        Date of Issue: " DELIMITED BY SIZE
               WS-EN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Student ID: " DELIMITED BY SIZE
               CERT-STUDENT-ID DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Name:       " DELIMITED BY SIZE
               CERT-STUDENT-NAME DELIMITED BY "  "
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Department: " DELIMITED BY SIZE
               WS-DEPT-NAME DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               CERT-DEPARTMENT-ID DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           IF NOT CERT-GRADUATION
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  Year:       " DELIMITED BY SIZE
                   CERT-YEAR DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               WRITE REPORT-LINE FROM WS-PRINT-LINE
           END-IF
           IF CERT-ENROLLMENT AND CERT-STUDENT-STATUS = "L"
               MOVE STU-LEAVE-START TO WS-WORK-DATE
               PERFORM FORMAT-DATES
               MOVE WS-EN-DATE TO WS-EN-LEAVE-FROM
               MOVE STU-LEAVE-RETURN TO WS-WORK-DATE
               PERFORM FORMAT-DATES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  Leave of absence: " DELIMITED BY SIZE
                   WS-EN-LEAVE-FROM DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WS-EN-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               WRITE REPORT-LINE FROM WS-PRINT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN CERT-ENROLLMENT
                   MOVE "  This is to certify that the above-named"
                       & " student is currently enrolled at this"
                       & " university." TO WS-PRINT-LINE
               WHEN CERT-EXPECTED-GRAD
                   MOVE CERT-EXPECTED-YM(1:4) TO WS-EXPECTED-YEAR
                   STRING "  This is to certify that the above-"
                           DELIMITED BY SIZE
                       "named student is expected to graduate"
                           DELIMITED BY SIZE
                       " from this university in March "
                           DELIMITED BY SIZE
                       WS-EXPECTED-YEAR DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               WHEN CERT-GRADUATION
                   MOVE "  This is to certify that the above-named"
                       & " student has graduated from this"
                       & " university." TO WS-PRINT-LINE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Purpose: " DELIMITED BY SIZE
               CERT-PURPOSE DELIMITED BY "  "
               INTO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE "                                        President"
               TO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE "The authenticity of this certificate can be verified"
               & " by its number at the Student Affairs Office."
               TO WS-PRINT-LINE
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

      * 証明書番号で発行台帳を読み、発行時の内容を示す
       VERIFY-CERTIFICATE SECTION.
           MOVE ZERO TO WS-INPUT-SERIAL-NO
           DISPLAY CERT-VERIFY-SCREEN
           ACCEPT CERT-VERIFY-SCREEN
           MOVE WS-INPUT-SERIAL-NO TO CERT-SERIAL-NO
           READ CERTIFICATE-FILE
               INVALID KEY
                   DISPLAY "この番号の証明書は発行されて"
                       "いません。"
               NOT INVALID KEY
                   PERFORM SHOW-CERTIFICATE
           END-READ
           MOVE "00" TO WS-CERT-STATUS.

       SHOW-CERTIFICATE SECTION.
           EVALUATE TRUE
               WHEN CERT-ENROLLMENT
                   MOVE "在学証明書" TO WS-TYPE-LABEL
               WHEN CERT-EXPECTED-GRAD
                   MOVE "卒業見込証明書" TO WS-TYPE-LABEL
               WHEN CERT-GRADUATION
                   MOVE "卒業証明書" TO WS-TYPE-LABEL
               WHEN OTHER
                   MOVE CERT-TYPE TO WS-TYPE-LABEL
           END-EVALUATE
           MOVE CERT-SERIAL-NO TO WS-DISP-SERIAL
           DISPLAY "証明書番号: " WS-DISP-SERIAL "  種類: "
               WS-TYPE-LABEL "  言語: " CERT-LANGUAGE
           DISPLAY "発行日時: " CERT-ISSUE-DATE " " CERT-ISSUE-TIME
               "  発行者: " CERT-ISSUED-BY
           DISPLAY "学籍番号: " CERT-STUDENT-ID "  氏名: "
               CERT-STUDENT-NAME
           DISPLAY "学科: " CERT-DEPARTMENT-ID "  学年: " CERT-YEAR
               "  発行時の在籍状態: " CERT-STUDENT-STATUS
           IF CERT-EXPECTED-GRAD
               DISPLAY "卒業見込み年月: " CERT-EXPECTED-YM
           END-IF
           DISPLAY "用途: " CERT-PURPOSE.

      * 担当者の確認。シラバス管理のオペレータ（syl_operator.dat）
      * で認証し、有効・ロックなし・パスワード期限内で、権限が
      * 教務（権限3）または管理者（権限4）の場合だけ処理を認める
       VERIFY-OPERATOR SECTION.
           MOVE "N" TO WS-OPERATOR-OK-FLAG
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-PASSWORD
           DISPLAY OPERATOR-LOGIN-SCREEN
           ACCEPT OPERATOR-LOGIN-SCREEN
           MOVE WS-OPERATOR-ID TO SOP-ID
           READ SYL-OPERATOR-FILE
               INVALID KEY
                   DISPLAY "担当者IDまたはパスワードが"
                       "違います。"
               NOT INVALID KEY
                   PERFORM CHECK-OPERATOR-RECORD
           END-READ
           MOVE "00" TO WS-SOP-STATUS.

       CHECK-OPERATOR-RECORD SECTION.
           COMPUTE WS-PWD-EXPIRE-LIMIT =
               SOP-PWD-CHANGED-DATE + WS-PWD-EXPIRE-DAYS
           EVALUATE TRUE
               WHEN SOP-LOCKED
                   DISPLAY "この担当者IDはロックされて"
                       "います。"
               WHEN SOP-PASSWORD NOT = WS-OPERATOR-PASSWORD
               OR NOT SOP-ACTIVE
                   DISPLAY "担当者IDまたはパスワードが"
                       "違います。"
               WHEN SOP-PWD-CHANGED-DATE = ZERO
               OR WS-CURRENT-DATE > WS-PWD-EXPIRE-LIMIT
                   DISPLAY "パスワードの有効期限が切れて"
                       "います。"
                   DISPLAY "メインメニュー（SYLABUS）で"
                       "変更してください。"
               WHEN NOT (SOP-ROLE-REGISTRAR OR SOP-ROLE-ADMIN)
                   DISPLAY "この処理を行う権限がありませ"
                       "ん。"
               WHEN OTHER
                   MOVE "Y" TO WS-OPERATOR-OK-FLAG
           END-EVALUATE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
