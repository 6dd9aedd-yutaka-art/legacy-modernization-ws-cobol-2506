******************************************************************
      * 図書館管理システム - 電子資料 契約更新案内バッチ
      *
      * 電子資料ライセンス台帳（eresource.dat）の契約中の資料の
      * うち、契約終了日が90日以内に来るもの、および終了日を
      * 過ぎても解約・更新の処理がされていないものを終了日順に
      * 一覧にする。業者名・支払予算・価格・同時アクセス数を添え、
      * 更新の稟議と業者への連絡に使う。
      * 結果は eres_renewal_YYYYMMDD.txt に出力する。
      * 夜間バッチ（週1回）で実行する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBEREN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERES-FILE
               ASSIGN TO "eresource.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERES-ID
               FILE STATUS IS WS-ERES-STATUS.

           SELECT VENDOR-FILE
               ASSIGN TO "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VEND-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ERESFILE.

       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ERES-STATUS           PIC XX VALUE "00".
           88  WS-ERES-SUCCESS      VALUE "00".
           88  WS-ERES-EOF          VALUE "10".

       01  WS-VEND-STATUS           PIC XX VALUE "00".
           88  WS-VEND-SUCCESS      VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

      * 契約終了日のこの日数前から案内に載せる
       01  WS-NOTICE-DAYS           PIC 9(03) VALUE 90.
       01  WS-LIMIT-DATE            PIC 9(08) VALUE ZERO.

       01  WS-REN-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-EXPIRED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-REN-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-REN-TABLE.
           05  WS-REN-ENTRY OCCURS 999 TIMES.
               10  WS-ENT-SORT-KEY.
                   15  WS-ENT-END-DATE  PIC 9(08).
                   15  WS-ENT-ERES-ID   PIC X(08).

       01  WS-I                     PIC 9(4).
       01  WS-J                     PIC 9(4).
       01  WS-TEMP-ENTRY            PIC X(16).
       01  WS-DAYS-LEFT             PIC S9(5) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                     電子資料 契約更新案内".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER               PIC X(11) VALUE "基準日: ".
           05  WS-HD-DATE           PIC 9(8).
           05  FILLER               PIC X(23) VALUE
               "  契約終了日: ".
           05  WS-HD-LIMIT          PIC 9(8).
           05  FILLER               PIC X(82) VALUE
               " までと期限切れ".

       01  WS-COLUMN-LINE           PIC X(132) VALUE
           "電子資料 名称                          "
           & "  終了日   残日数 業者名               予算"
           & "         価格 同時".

       01  WS-DETAIL-LINE.
           05  WS-DET-ERES-ID       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-TITLE         PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-END-DATE      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-DAYS-LEFT     PIC -(4)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-VEND-NAME     PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-FUND          PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-PRICE         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-CONCURRENT    PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-NOTE          PIC X(20).
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-FOOTER-LINE.
           05  FILLER               PIC X(14) VALUE "対象契約: ".
           05  WS-FT-COUNT          PIC Z(03)9.
           05  FILLER               PIC X(25) VALUE
               "件  うち期限切れ: ".
           05  WS-FT-EXPIRED        PIC Z(03)9.
           05  FILLER               PIC X(22) VALUE
               "件  更新見込額: ".
           05  WS-FT-TOTAL          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILES
           IF WS-ERES-SUCCESS
               PERFORM LOAD-RENEWALS
           END-IF
           IF WS-REN-COUNT > 0
               PERFORM SORT-BY-END-DATE
               PERFORM WRITE-RENEWAL-LIST
           ELSE
               MOVE "更新期限が近い電子資料はありま"
                   & "せん。" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-FOOTER
           PERFORM CLOSE-FILES
           DISPLAY "電子資料の契約更新案内を出力しま"
               "した: "
               WS-REPORT-FILENAME
           DISPLAY "対象契約: "
               WS-REN-COUNT "件  うち期限切れ: "
               WS-EXPIRED-COUNT "件"
           GOBACK.

       OPEN-FILES SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               + WS-NOTICE-DAYS)
           STRING "eres_renewal_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN INPUT ERES-FILE
           OPEN INPUT VENDOR-FILE
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
           IF WS-ERES-SUCCESS OR WS-ERES-EOF
               CLOSE ERES-FILE
           END-IF
           CLOSE VENDOR-FILE
           CLOSE REPORT-FILE.

       LOAD-RENEWALS SECTION.
           MOVE LOW-VALUES TO ERES-ID
           START ERES-FILE KEY >= ERES-ID
               INVALID KEY
                   MOVE "10" TO WS-ERES-STATUS
           END-START
           PERFORM UNTIL WS-ERES-EOF
               READ ERES-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ERES-STATUS
                   NOT AT END
                       IF ERES-ACTIVE
                       AND ERES-LICENSE-END <= WS-LIMIT-DATE
                       AND WS-REN-COUNT < 999
                           ADD 1 TO WS-REN-COUNT
                           MOVE ERES-LICENSE-END
                               TO WS-ENT-END-DATE(WS-REN-COUNT)
                           MOVE ERES-ID
                               TO WS-ENT-ERES-ID(WS-REN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ERES-STATUS.

       SORT-BY-END-DATE SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-REN-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-REN-COUNT
                   IF WS-ENT-SORT-KEY(WS-J) < WS-ENT-SORT-KEY(WS-I)
                       MOVE WS-REN-ENTRY(WS-I) TO WS-TEMP-ENTRY
                       MOVE WS-REN-ENTRY(WS-J)
                           TO WS-REN-ENTRY(WS-I)
                       MOVE WS-TEMP-ENTRY TO WS-REN-ENTRY(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-RENEWAL-LIST SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-REN-COUNT
               MOVE WS-ENT-ERES-ID(WS-I) TO ERES-ID
               READ ERES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WRITE-RENEWAL-DETAIL
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ERES-STATUS.

       WRITE-RENEWAL-DETAIL SECTION.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(ERES-LICENSE-END)
               - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           MOVE ERES-ID TO WS-DET-ERES-ID
           MOVE ERES-TITLE TO WS-DET-TITLE
           MOVE ERES-LICENSE-END TO WS-DET-END-DATE
           MOVE WS-DAYS-LEFT TO WS-DET-DAYS-LEFT
           MOVE ERES-VENDOR-ID TO VEND-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE "*** 業者情報なし ***" TO VEND-NAME
           END-READ
           MOVE "00" TO WS-VEND-STATUS
           MOVE VEND-NAME TO WS-DET-VEND-NAME
           MOVE ERES-FUND-CODE TO WS-DET-FUND
           MOVE ERES-PRICE TO WS-DET-PRICE
           MOVE ERES-CONCURRENT TO WS-DET-CONCURRENT
           ADD ERES-PRICE TO WS-REN-TOTAL
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE "期限切れ" TO WS-DET-NOTE
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN ERES-UNLIMITED
                   MOVE "同時無制限" TO WS-DET-NOTE
               WHEN ERES-CONCURRENT = 1
                   MOVE "1名のみ" TO WS-DET-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-DET-NOTE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-FOOTER SECTION.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-REN-COUNT TO WS-FT-COUNT
           MOVE WS-EXPIRED-COUNT TO WS-FT-EXPIRED
           MOVE WS-REN-TOTAL TO WS-FT-TOTAL
           WRITE REPORT-LINE FROM WS-FOOTER-LINE.
