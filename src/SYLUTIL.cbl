      * 教室マスタとシラバスの曜日・時限割当てから、教室ごとの
      * 利用状況グリッド（曜日×時限に占有科目コード）を出力する。
      * また、曜日・時限・必要収容人数を指定して空いている教室を
      * 検索できる。補講の教室探しや施設の遊休把握に使う。
      * 空き教室検索で日付を指定すると、その日の行事予約
      * （event_booking.dat）で押さえられた教室も除く
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLUTIL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT SECTION-FILE
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT EVENT-BOOKING-FILE
               ASSIGN TO "event_booking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVB-KEY
               FILE STATUS IS WS-EVB-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY CEXFILE.

       FD  EVENT-BOOKING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVBKFILE.

       WORKING-STORAGE SECTION.
       01  WS-CEX-STATUS            PIC XX VALUE "00".
           88  WS-CEX-SUCCESS       VALUE "00".
       01  WS-SEC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-SEC-OPEN          VALUE "Y".

       01  WS-EVB-STATUS            PIC XX VALUE "00".
           88  WS-EVB-SUCCESS       VALUE "00".
           88  WS-EVB-EOF           VALUE "10".
       01  WS-EVB-OPEN-FLAG         PIC X VALUE "N".
           88  WS-EVB-OPEN          VALUE "Y".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-SEARCH-DAY            PIC 9 VALUE 0.
       01  WS-SEARCH-PERIOD         PIC 9 VALUE 0.
       01  WS-SEARCH-CAPACITY       PIC 9(3) VALUE 0.
       01  WS-SEARCH-DATE           PIC 9(8) VALUE 0.
       01  WS-FREE-COUNT            PIC 9(3) VALUE 0.
       01  WS-OCCUPIED-FLAG         PIC X VALUE "N".
           88  WS-OCCUPIED          VALUE "Y".

       SCREEN SECTION.
       01  UTIL-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "教室利用状況メニュー".
           05  LINE 4 COL 1         VALUE
               "1. 教室別利用状況グリッド出力".
           05  LINE 5 COL 1         VALUE "2. 空き教室検索".
           05  LINE 6 COL 1         VALUE "3. 週間授業変更一覧".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 6 COL 1         VALUE "必要収容人数: ".
           05  LINE 6 COL 16
               PIC 9(3) USING WS-SEARCH-CAPACITY.
           05  LINE 7 COL 1         VALUE "日付(任意 YYYYMMDD): ".
           05  LINE 7 COL 23        PIC 9(8) USING WS-SEARCH-DATE.

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
           OPEN INPUT CLASS-EXC-FILE
           IF WS-CEX-SUCCESS
               MOVE "Y" TO WS-CEX-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-EVB-OPEN-FLAG
           OPEN INPUT EVENT-BOOKING-FILE
           IF WS-EVB-SUCCESS
               MOVE "Y" TO WS-EVB-OPEN-FLAG
           END-IF.

       CLOSE-FILES SECTION.
           END-IF
           IF WS-CEX-OPEN
               CLOSE CLASS-EXC-FILE
           END-IF
           IF WS-EVB-OPEN
               CLOSE EVENT-BOOKING-FILE
           END-IF.

       DISPLAY-MENU SECTION.
           MOVE ZERO TO WS-SEARCH-DAY
           MOVE ZERO TO WS-SEARCH-PERIOD
           MOVE ZERO TO WS-SEARCH-CAPACITY
           MOVE ZERO TO WS-SEARCH-DATE
           DISPLAY FREE-SEARCH-SCREEN
           ACCEPT FREE-SEARCH-SCREEN
           IF WS-SEARCH-DAY < 1 OR WS-SEARCH-DAY > 5
                       MOVE "Y" TO WS-OCCUPIED-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-OCCUPIED
               AND WS-SEARCH-DATE > ZERO
               AND WS-EVB-OPEN
                   PERFORM CHECK-ROOM-BOOKED
               END-IF
               IF NOT WS-OCCUPIED
                   ADD 1 TO WS-FREE-COUNT
                   DISPLAY ROOM-CODE SPACE ROOM-BUILDING SPACE
               END-IF
           END-IF.

      * 指定日にこの教室の指定時限を含む有効な行事予約があれば
      * 使用中とする
       CHECK-ROOM-BOOKED SECTION.
           MOVE ROOM-CODE TO EVB-ROOM-CODE
           MOVE WS-SEARCH-DATE TO EVB-DATE
           MOVE ZERO TO EVB-START-PERIOD
           MOVE "00" TO WS-EVB-STATUS
           START EVENT-BOOKING-FILE KEY >= EVB-KEY
               INVALID KEY
                   MOVE "10" TO WS-EVB-STATUS
           END-START
           PERFORM UNTIL WS-EVB-EOF
                   OR WS-OCCUPIED
               READ EVENT-BOOKING-FILE NEXT
                   AT END
                       MOVE "10" TO WS-EVB-STATUS
                   NOT AT END
                       IF EVB-ROOM-CODE NOT = ROOM-CODE
                       OR EVB-DATE NOT = WS-SEARCH-DATE
                           MOVE "10" TO WS-EVB-STATUS
                       ELSE
                           IF EVB-ACTIVE
                           AND EVB-START-PERIOD <= WS-SEARCH-PERIOD
                           AND EVB-END-PERIOD >= WS-SEARCH-PERIOD
                               MOVE "Y" TO WS-OCCUPIED-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-EVB-STATUS.

      * 指定週（開始日から7日間）の休講・補講・教室変更を一覧
      * する。教室稼働の週次の実態確認用
       WEEKLY-EXCEPTION-LIST SECTION.
           IF NOT WS-CEX-OPEN
               DISPLAY "授業回例外ファイルがありま"
                   "せん。"
           ELSE
               MOVE ZERO TO WS-WEEK-START
               DISPLAY "週の開始日（YYYYMMDD）: "
