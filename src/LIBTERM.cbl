******************************************************************
      * 図書館管理システム - 学期末返却予定一覧バッチ
      *
      * 学期末期限で貸し出した貸出中の資料（LOAN-DUE-RULE=T）の
      * うち、今日から14日以内に期限が来るものを期限日・利用者
      * ID順に一覧にする。教員・大学院生が休暇に入る前に返却
      * または延長を案内するために使う。
      * 結果は term_end_due_YYYYMMDD.txt に出力する。
      * 学期末の2週間前から毎日実行する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBTERM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE
               ASSIGN TO "loan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               ALTERNATE RECORD KEY IS LOAN-BOOK-ID
               ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT BOOK-FILE
               ASSIGN TO "book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT USER-FILE
               ASSIGN TO "user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANFILE.

       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS           PIC XX VALUE "00".
           88  WS-LOAN-SUCCESS      VALUE "00".
           88  WS-LOAN-EOF          VALUE "10".

       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".

       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

      * 今日からこの日数以内に期限が来る貸出を載せる
       01  WS-LOOKAHEAD-DAYS        PIC 9(02) VALUE 14.
       01  WS-LIMIT-DATE            PIC 9(08) VALUE ZERO.

       01  WS-DUE-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 9999 TIMES.
               10  WS-ENT-SORT-KEY.
                   15  WS-ENT-DUE-DATE  PIC 9(08).
                   15  WS-ENT-USER-ID   PIC X(08).
               10  WS-ENT-LOAN-NO       PIC 9(10).
               10  WS-ENT-BOOK-ID       PIC X(10).
               10  WS-ENT-LOAN-DATE     PIC 9(08).

       01  WS-I                     PIC 9(4).
       01  WS-J                     PIC 9(4).
       01  WS-TEMP-ENTRY            PIC X(44).
       01  WS-DAYS-LEFT             PIC 9(03) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                     学期末返却予定一覧".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER               PIC X(11) VALUE "基準日: ".
           05  WS-HD-DATE           PIC 9(8).
           05  FILLER               PIC X(17) VALUE
               "  対象期限: ".
           05  WS-HD-LIMIT          PIC 9(8).
           05  FILLER               PIC X(88) VALUE " まで".

       01  WS-COLUMN-LINE           PIC X(132) VALUE
           "返却期限  残日数 利用者ID 氏名"
           & "                           図書ID     書名".

       01  WS-DETAIL-LINE.
           05  WS-DET-DUE-DATE      PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-DAYS-LEFT     PIC ZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DET-USER-ID       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-USER-NAME     PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-BOOK-ID       PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-TITLE         PIC X(50).
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-FOOTER-LINE.
           05  FILLER               PIC X(14) VALUE "対象貸出: ".
           05  WS-FT-COUNT          PIC Z(03)9.
           05  FILLER               PIC X(03) VALUE "件".
           05  FILLER               PIC X(111) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILES
           IF WS-LOAN-SUCCESS
               PERFORM LOAD-TERM-END-LOANS
           END-IF
           IF WS-DUE-COUNT > 0
               PERFORM SORT-BY-DUE-DATE
               PERFORM WRITE-DUE-LIST
           ELSE
               MOVE "対象となる学期末期限の貸出はあ"
                   & "りません。" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-FOOTER
           PERFORM CLOSE-FILES
           DISPLAY "学期末返却予定一覧を出力しました: "
               WS-REPORT-FILENAME
           DISPLAY "対象貸出: " WS-DUE-COUNT "件"
           GOBACK.

       OPEN-FILES SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               + WS-LOOKAHEAD-DAYS)
           STRING "term_end_due_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN INPUT LOAN-FILE
           OPEN INPUT BOOK-FILE
           OPEN INPUT USER-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-CURRENT-DATE TO WS-HD-DATE
           MOVE WS-LIMIT-DATE TO WS-HD-LIMIT
           WRITE REPORT-LINE FROM WS-DATE-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

       CLOSE-FILES SECTION.
           IF WS-LOAN-SUCCESS OR WS-LOAN-EOF
               CLOSE LOAN-FILE
           END-IF
           CLOSE BOOK-FILE
           CLOSE USER-FILE
           CLOSE REPORT-FILE.

       LOAD-TERM-END-LOANS SECTION.
           MOVE LOW-VALUES TO LOAN-NO
           START LOAN-FILE KEY >= LOAN-NO
               INVALID KEY
                   MOVE "10" TO WS-LOAN-STATUS
           END-START
           PERFORM UNTIL WS-LOAN-EOF
               READ LOAN-FILE NEXT
                   AT END
                       MOVE "10" TO WS-LOAN-STATUS
                   NOT AT END
                       IF LOAN-STATUS = "A"
                       AND LOAN-DUE-TERM-END
                       AND LOAN-DUE-DATE >= WS-CURRENT-DATE
                       AND LOAN-DUE-DATE <= WS-LIMIT-DATE
                       AND WS-DUE-COUNT < 9999
                           PERFORM ADD-DUE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-DUE-ENTRY SECTION.
           ADD 1 TO WS-DUE-COUNT
           MOVE LOAN-DUE-DATE TO WS-ENT-DUE-DATE(WS-DUE-COUNT)
           MOVE LOAN-USER-ID TO WS-ENT-USER-ID(WS-DUE-COUNT)
           MOVE LOAN-NO TO WS-ENT-LOAN-NO(WS-DUE-COUNT)
           MOVE LOAN-BOOK-ID TO WS-ENT-BOOK-ID(WS-DUE-COUNT)
           MOVE LOAN-DATE TO WS-ENT-LOAN-DATE(WS-DUE-COUNT).

       SORT-BY-DUE-DATE SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-DUE-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-DUE-COUNT
                   IF WS-ENT-SORT-KEY(WS-J) < WS-ENT-SORT-KEY(WS-I)
                       MOVE WS-DUE-ENTRY(WS-I) TO WS-TEMP-ENTRY
                       MOVE WS-DUE-ENTRY(WS-J)
                           TO WS-DUE-ENTRY(WS-I)
                       MOVE WS-TEMP-ENTRY TO WS-DUE-ENTRY(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-DUE-LIST SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DUE-COUNT
               PERFORM WRITE-DUE-DETAIL
           END-PERFORM.

       WRITE-DUE-DETAIL SECTION.
           MOVE WS-ENT-DUE-DATE(WS-I) TO WS-DET-DUE-DATE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-ENT-DUE-DATE(WS-I))
               - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           MOVE WS-DAYS-LEFT TO WS-DET-DAYS-LEFT
           MOVE WS-ENT-USER-ID(WS-I) TO WS-DET-USER-ID
           MOVE WS-ENT-USER-ID(WS-I) TO USER-ID
           READ USER-FILE
               INVALID KEY
                   MOVE "*** 利用者情報なし ***" TO USER-NAME
           END-READ
           MOVE "00" TO WS-USER-STATUS
           MOVE USER-NAME TO WS-DET-USER-NAME
           MOVE WS-ENT-BOOK-ID(WS-I) TO WS-DET-BOOK-ID
           MOVE WS-ENT-BOOK-ID(WS-I) TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   MOVE "*** 図書情報なし ***" TO BOOK-TITLE
           END-READ
           MOVE "00" TO WS-BOOK-STATUS
           MOVE BOOK-TITLE TO WS-DET-TITLE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-FOOTER SECTION.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-DUE-COUNT TO WS-FT-COUNT
           WRITE REPORT-LINE FROM WS-FOOTER-LINE.
