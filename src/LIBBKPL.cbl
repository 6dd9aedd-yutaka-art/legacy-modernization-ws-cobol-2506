******************************************************************
      * 図書館管理システム - 日付指定予約 取り置きリスト作成バッチ
      *
      * 翌日から予約期間が始まる日付指定予約（booking.dat）を拾い、
      * 所蔵館・図書ID順に取り置きリストを作る。各資料の現在の
      * 状態（書架にあるか、貸出中なら返却期限）を添えるので、
      * 各館は閉館までに資料を確保して予約者に備える。
      * 結果は booking_pull_YYYYMMDD.txt に出力する。
      * 毎日の閉館後に1回実行する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBBKPL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKNG-FILE
               ASSIGN TO "booking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKNG-NO
               ALTERNATE RECORD KEY IS BKNG-BOOK-ID WITH DUPLICATES
               FILE STATUS IS WS-BKNG-STATUS.

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

           SELECT LOAN-FILE
               ASSIGN TO "loan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               ALTERNATE RECORD KEY IS LOAN-BOOK-ID
               ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKNG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BKNGFILE.

       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BKNG-STATUS           PIC XX VALUE "00".
           88  WS-BKNG-SUCCESS      VALUE "00".
           88  WS-BKNG-EOF          VALUE "10".

       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".

       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".

       01  WS-LOAN-STATUS           PIC XX VALUE "00".
           88  WS-LOAN-SUCCESS      VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-PULL-DATE             PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".

       01  WS-PULL-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-ON-LOAN-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-PULL-TABLE.
           05  WS-PULL-ENTRY OCCURS 999 TIMES.
               10  WS-ENT-SORT-KEY.
                   15  WS-ENT-BRANCH    PIC X(04).
                   15  WS-ENT-BOOK-ID   PIC X(10).
               10  WS-ENT-BKNG-NO       PIC 9(10).
               10  WS-ENT-USER-ID       PIC X(08).
               10  WS-ENT-START-DATE    PIC 9(08).
               10  WS-ENT-END-DATE      PIC 9(08).
               10  WS-ENT-PURPOSE       PIC X(30).

       01  WS-I                     PIC 9(4).
       01  WS-J                     PIC 9(4).
       01  WS-TEMP-ENTRY            PIC X(78).

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                     日付指定予約 取り置き"
           & "リスト".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER               PIC X(11) VALUE "作成日: ".
           05  WS-HD-DATE           PIC 9(8).
           05  FILLER               PIC X(22) VALUE
               "  予約開始日: ".
           05  WS-HD-PULL-DATE      PIC 9(8).
           05  FILLER               PIC X(83) VALUE SPACES.

       01  WS-COLUMN-LINE           PIC X(132) VALUE
           "所蔵館 図書ID     書名                          "
           & "       予約者ID 予約期間          "
           & "現在の状態".

       01  WS-DETAIL-LINE.
           05  WS-DET-BRANCH        PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DET-BOOK-ID       PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-TITLE         PIC X(36).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-USER-ID       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-START         PIC 9(08).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-DET-END           PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-STATE         PIC X(40).
           05  FILLER               PIC X(09) VALUE SPACES.

       01  WS-DETAIL2-LINE.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE "氏名: ".
           05  WS-DET2-USER-NAME    PIC X(30).
           05  FILLER               PIC X(10) VALUE "  用途: ".
           05  WS-DET2-PURPOSE      PIC X(30).
           05  FILLER               PIC X(39) VALUE SPACES.

       01  WS-STATE-TEXT.
           05  FILLER               PIC X(24) VALUE
               "貸出中 返却期限: ".
           05  WS-ST-DUE-DATE       PIC 9(8).
           05  FILLER               PIC X(08) VALUE SPACES.

       01  WS-FOOTER-LINE.
           05  FILLER               PIC X(20) VALUE
               "取り置き対象: ".
           05  WS-FT-PULL           PIC Z(03)9.
           05  FILLER               PIC X(22) VALUE
               "件  うち貸出中: ".
           05  WS-FT-ON-LOAN        PIC Z(03)9.
           05  FILLER               PIC X(03) VALUE "件".
           05  FILLER               PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILES
           IF WS-BKNG-SUCCESS
               PERFORM LOAD-BOOKINGS
           END-IF
           IF WS-PULL-COUNT > 0
               PERFORM SORT-BY-BRANCH
               PERFORM WRITE-PULL-LIST
           ELSE
               MOVE "翌日開始の日付指定予約はありま"
                   & "せん。" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-FOOTER
           PERFORM CLOSE-FILES
           DISPLAY "日付指定予約の取り置きリストを出力"
               "しました: "
               WS-REPORT-FILENAME
           DISPLAY "取り置き対象: "
               WS-PULL-COUNT "件  うち貸出中: "
               WS-ON-LOAN-COUNT "件"
           GOBACK.

       OPEN-FILES SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-PULL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 1)
           STRING "booking_pull_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN INPUT BKNG-FILE
           OPEN INPUT BOOK-FILE
           OPEN INPUT USER-FILE
           OPEN INPUT LOAN-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-CURRENT-DATE TO WS-HD-DATE
           MOVE WS-PULL-DATE TO WS-HD-PULL-DATE
           WRITE REPORT-LINE FROM WS-DATE-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

       CLOSE-FILES SECTION.
           IF WS-BKNG-SUCCESS OR WS-BKNG-EOF
               CLOSE BKNG-FILE
           END-IF
           CLOSE BOOK-FILE
           CLOSE USER-FILE
           CLOSE LOAN-FILE
           CLOSE REPORT-FILE.

      * 翌日に開始する有効な予約を表に積む
       LOAD-BOOKINGS SECTION.
           MOVE LOW-VALUES TO BKNG-NO
           START BKNG-FILE KEY >= BKNG-NO
               INVALID KEY
                   MOVE "10" TO WS-BKNG-STATUS
           END-START
           PERFORM UNTIL WS-BKNG-EOF
               READ BKNG-FILE NEXT
                   AT END
                       MOVE "10" TO WS-BKNG-STATUS
                   NOT AT END
                       IF BKNG-ACTIVE
                       AND BKNG-START-DATE = WS-PULL-DATE
                       AND WS-PULL-COUNT < 999
                           PERFORM ADD-PULL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-PULL-ENTRY SECTION.
           ADD 1 TO WS-PULL-COUNT
           MOVE BKNG-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   MOVE SPACES TO BOOK-BRANCH
           END-READ
           MOVE "00" TO WS-BOOK-STATUS
           MOVE BOOK-BRANCH TO WS-ENT-BRANCH(WS-PULL-COUNT)
           MOVE BKNG-BOOK-ID TO WS-ENT-BOOK-ID(WS-PULL-COUNT)
           MOVE BKNG-NO TO WS-ENT-BKNG-NO(WS-PULL-COUNT)
           MOVE BKNG-USER-ID TO WS-ENT-USER-ID(WS-PULL-COUNT)
           MOVE BKNG-START-DATE TO WS-ENT-START-DATE(WS-PULL-COUNT)
           MOVE BKNG-END-DATE TO WS-ENT-END-DATE(WS-PULL-COUNT)
           MOVE BKNG-PURPOSE TO WS-ENT-PURPOSE(WS-PULL-COUNT).

       SORT-BY-BRANCH SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-PULL-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-PULL-COUNT
                   IF WS-ENT-SORT-KEY(WS-J) < WS-ENT-SORT-KEY(WS-I)
                       MOVE WS-PULL-ENTRY(WS-I) TO WS-TEMP-ENTRY
                       MOVE WS-PULL-ENTRY(WS-J)
                           TO WS-PULL-ENTRY(WS-I)
                       MOVE WS-TEMP-ENTRY TO WS-PULL-ENTRY(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-PULL-LIST SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PULL-COUNT
               PERFORM WRITE-PULL-DETAIL
           END-PERFORM.

       WRITE-PULL-DETAIL SECTION.
           MOVE WS-ENT-BRANCH(WS-I) TO WS-DET-BRANCH
           MOVE WS-ENT-BOOK-ID(WS-I) TO WS-DET-BOOK-ID
           MOVE WS-ENT-USER-ID(WS-I) TO WS-DET-USER-ID
           MOVE WS-ENT-START-DATE(WS-I) TO WS-DET-START
           MOVE WS-ENT-END-DATE(WS-I) TO WS-DET-END
           MOVE WS-ENT-BOOK-ID(WS-I) TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   MOVE "*** 図書情報なし ***" TO BOOK-TITLE
                   MOVE SPACE TO BOOK-STATUS
           END-READ
           MOVE "00" TO WS-BOOK-STATUS
           MOVE BOOK-TITLE TO WS-DET-TITLE
           PERFORM SET-CURRENT-STATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE WS-ENT-USER-ID(WS-I) TO USER-ID
           READ USER-FILE
               INVALID KEY
                   MOVE "*** 利用者情報なし ***" TO USER-NAME
           END-READ
           MOVE "00" TO WS-USER-STATUS
           MOVE USER-NAME TO WS-DET2-USER-NAME
           MOVE WS-ENT-PURPOSE(WS-I) TO WS-DET2-PURPOSE
           WRITE REPORT-LINE FROM WS-DETAIL2-LINE.

      * 貸出中なら返却期限を示し、窓口で返却を促せるようにする
       SET-CURRENT-STATE SECTION.
           EVALUATE BOOK-STATUS
               WHEN "B"
                   PERFORM FIND-OPEN-LOAN
               WHEN "L"
                   MOVE "紛失" TO WS-DET-STATE
               WHEN "W"
                   MOVE "除却" TO WS-DET-STATE
               WHEN SPACE
                   MOVE SPACES TO WS-DET-STATE
               WHEN OTHER
                   MOVE "書架" TO WS-DET-STATE
           END-EVALUATE.

       FIND-OPEN-LOAN SECTION.
           ADD 1 TO WS-ON-LOAN-COUNT
           MOVE "貸出中" TO WS-DET-STATE
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-ENT-BOOK-ID(WS-I) TO LOAN-BOOK-ID
           START LOAN-FILE KEY = LOAN-BOOK-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ LOAN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF LOAN-BOOK-ID NOT = WS-ENT-BOOK-ID(WS-I)
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF LOAN-STATUS = "A"
                               MOVE LOAN-DUE-DATE TO WS-ST-DUE-DATE
                               MOVE WS-STATE-TEXT TO WS-DET-STATE
                               MOVE "Y" TO WS-SCAN-DONE-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LOAN-STATUS.

       WRITE-FOOTER SECTION.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-PULL-COUNT TO WS-FT-PULL
           MOVE WS-ON-LOAN-COUNT TO WS-FT-ON-LOAN
           WRITE REPORT-LINE FROM WS-FOOTER-LINE.
