******************************************************************
      * 図書館管理システム - 新着案内バッチ（週次）
      *
      * 前回の案内日（newarr_ctl.dat）の翌日から当日までに登録された
      * 蔵書を集め、利用者の関心分野（interest_profile.dat）と照合
      * する。分類コード（C）は蔵書の分類と一致、件名の語（S）は
      * 蔵書の件名標目に含まれていればその利用者の新着とし、
      * 通知スプール（LIBNTCE、通知種別NEWA）へ案内を書き出す。
      * 発送は通知発送バッチ（LIBNTFY）が連絡方法マスタに従って行う。
      * 夜間バッチから毎日呼ばれても、前回の案内から7日たって
      * いなければ何もしない。マーカーが無い初回は当日までの
      * 7日間を対象にする。除却・紛失・破損の蔵書は案内しない。
      * 有効でない利用者と、当日すでに案内した利用者は飛ばす
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBNEWA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE
               ASSIGN TO "book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               ALTERNATE RECORD KEY IS BOOK-ISBN WITH DUPLICATES
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT SUBJECT-FILE
               ASSIGN TO "subject.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUBJ-KEY
               ALTERNATE RECORD KEY IS SUBJ-HEADING WITH DUPLICATES
               FILE STATUS IS WS-SUBJ-STATUS.

           SELECT INTEREST-FILE
               ASSIGN TO "interest_profile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INTP-USER-ID
               FILE STATUS IS WS-INTP-STATUS.

           SELECT USER-FILE
               ASSIGN TO "user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "newarr_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  SUBJECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUBJFILE.

       FD  INTEREST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTPFILE.

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

      * 案内済マーカー（1行）
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RECORD.
           05  CTL-LAST-RUN-DATE        PIC 9(8).
           05  CTL-LAST-COUNT           PIC 9(6).
           05  FILLER                   PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".
           88  WS-BOOK-EOF          VALUE "10".

       01  WS-SUBJ-STATUS           PIC XX VALUE "00".
           88  WS-SUBJ-SUCCESS      VALUE "00".

       01  WS-INTP-STATUS           PIC XX VALUE "00".
           88  WS-INTP-SUCCESS      VALUE "00".
           88  WS-INTP-EOF          VALUE "10".

       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".

       01  WS-CTL-STATUS            PIC XX VALUE "00".
           88  WS-CTL-SUCCESS       VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-MARKER-DATE           PIC 9(08) VALUE ZERO.
       01  WS-MARKER-FOUND-FLAG     PIC X VALUE "N".
           88  WS-MARKER-FOUND      VALUE "Y".
       01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
       01  WS-ALERT-INTERVAL        PIC 9(02) VALUE 7.
       01  WS-DAYS-SINCE            PIC S9(05) VALUE ZERO.

      * 対象期間の新着蔵書（件名標目は5件まで持つ）
       01  WS-NEW-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-NEW-MAX               PIC 9(04) VALUE 2000.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 2000 TIMES.
               10  WS-NEW-BOOK-ID       PIC X(10).
               10  WS-NEW-TITLE         PIC X(50).
               10  WS-NEW-AUTHOR        PIC X(30).
               10  WS-NEW-CATEGORY      PIC X(3).
               10  WS-NEW-STATUS        PIC X(1).
               10  WS-NEW-SUBJ-COUNT    PIC 9(1).
               10  WS-NEW-SUBJECT       PIC X(40) OCCURS 5 TIMES.
       01  WS-NEW-I                 PIC 9(04) VALUE ZERO.
       01  WS-SUBJ-I                PIC 9(01) VALUE ZERO.
       01  WS-SUBJ-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-SUBJ-SCAN-DONE    VALUE "Y".

      * 利用者ごとの照合結果
       01  WS-HIT-FLAG              PIC X VALUE "N".
           88  WS-HIT               VALUE "Y".
       01  WS-HIT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-HIT-LISTED            PIC 9(02) VALUE ZERO.
       01  WS-HIT-LIST-MAX          PIC 9(02) VALUE 20.
       01  WS-INTP-I                PIC 9(02) VALUE ZERO.
       01  WS-TERM-LEN              PIC 9(02) VALUE ZERO.
       01  WS-TERM-I                PIC 9(02) VALUE ZERO.
       01  WS-MATCH-TALLY           PIC 9(03) VALUE ZERO.

       01  WS-PROFILE-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-NOTICE-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-SKIP-COUNT            PIC 9(06) VALUE ZERO.

       01  WS-NTC-TYPE              PIC X(4) VALUE "NEWA".
       01  WS-NTC-USER-ID           PIC X(8) VALUE SPACES.
       01  WS-NTC-TEXT              PIC X(132) VALUE SPACES.
       01  WS-NTC-RETURN-CODE       PIC 9 VALUE 0.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                          新着資料のご案内".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-AD-NAME           PIC X(30).
           05  FILLER               PIC X(06) VALUE " 様".
           05  FILLER               PIC X(93) VALUE SPACES.

       01  WS-BODY-LINE1            PIC X(132) VALUE
           "ご登録の関心分野に合う資料が新しく入り"
           & "ました。".

       01  WS-BODY-LINE2.
           05  FILLER               PIC X(21) VALUE
               "対象期間: ".
           05  WS-BD-FROM-DATE      PIC 9(08).
           05  FILLER               PIC X(05) VALUE " - ".
           05  WS-BD-TO-DATE        PIC 9(08).
           05  FILLER               PIC X(05) VALUE "  ".
           05  WS-BD-COUNT          PIC Z(03)9.
           05  FILLER               PIC X(81) VALUE "件".

       01  WS-NOTICE-DETAIL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DET-BOOK-ID       PIC X(10).
           05  FILLER               PIC X(02) VALUE "  ".
           05  WS-DET-TITLE         PIC X(50).
           05  FILLER               PIC X(02) VALUE "  ".
           05  WS-DET-AUTHOR        PIC X(30).
           05  FILLER               PIC X(02) VALUE "  ".
           05  WS-DET-NOTE          PIC X(20).
           05  FILLER               PIC X(13) VALUE SPACES.

       01  WS-MORE-LINE.
           05  FILLER               PIC X(06) VALUE "   ".
           05  FILLER               PIC X(07) VALUE "ほか ".
           05  WS-MORE-COUNT        PIC Z(03)9.
           05  FILLER               PIC X(115) VALUE
               " 件あります。".

       01  WS-GUIDE-LINE            PIC X(132) VALUE
           "蔵書検索（OPAC）から予約できます。関心"
           & "分野はマイアカウントで変更できます。".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM READ-MARKER
           IF WS-MARKER-FOUND
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-MARKER-DATE)
               IF WS-DAYS-SINCE < WS-ALERT-INTERVAL
                   DISPLAY "新着案内: 前回案内日 "
                       WS-MARKER-DATE
                       " から7日たっていないため処理し"
                       & "ません。"
                   GOBACK
               END-IF
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-MARKER-DATE) + 1)
           ELSE
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - WS-ALERT-INTERVAL + 1)
           END-IF
           PERFORM OPEN-FILES
           IF WS-BOOK-SUCCESS AND WS-INTP-SUCCESS
               PERFORM COLLECT-NEW-BOOKS
               IF WS-NEW-COUNT > ZERO
                   PERFORM PROCESS-PROFILES
               END-IF
               PERFORM WRITE-MARKER
               DISPLAY "新着案内: 対象期間 " WS-FROM-DATE " - "
                   WS-CURRENT-DATE
               DISPLAY "新着蔵書: "
                   WS-NEW-COUNT "件  関心分野: "
                   WS-PROFILE-COUNT "件"
               DISPLAY "案内発行: "
                   WS-NOTICE-COUNT "件  対象外: "
                   WS-SKIP-COUNT "件"
           ELSE
               DISPLAY "新着案内: 蔵書または関心分野の"
                   "ファイルを"
                   "開けません。"
           END-IF
           PERFORM CLOSE-FILES
           GOBACK.

       READ-MARKER SECTION.
           MOVE "N" TO WS-MARKER-FOUND-FLAG
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-SUCCESS
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-LAST-RUN-DATE NUMERIC
                       AND CTL-LAST-RUN-DATE > ZERO
                           MOVE CTL-LAST-RUN-DATE TO WS-MARKER-DATE
                           MOVE "Y" TO WS-MARKER-FOUND-FLAG
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      * 関心分野ファイルが無ければ空で作成する（案内対象なし）
       OPEN-FILES SECTION.
           OPEN INPUT BOOK-FILE
           OPEN INPUT SUBJECT-FILE
           OPEN INPUT USER-FILE
           OPEN I-O INTEREST-FILE
           IF NOT WS-INTP-SUCCESS
               OPEN OUTPUT INTEREST-FILE
               CLOSE INTEREST-FILE
               OPEN I-O INTEREST-FILE
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE BOOK-FILE
           IF WS-SUBJ-SUCCESS
               CLOSE SUBJECT-FILE
           END-IF
           CLOSE USER-FILE
           CLOSE INTEREST-FILE.

      * 対象期間に登録された蔵書を表に集め、件名標目を添える
       COLLECT-NEW-BOOKS SECTION.
           MOVE ZERO TO WS-NEW-COUNT
           MOVE LOW-VALUES TO BOOK-ID
           START BOOK-FILE KEY >= BOOK-ID
               INVALID KEY
                   MOVE "10" TO WS-BOOK-STATUS
           END-START
           PERFORM UNTIL WS-BOOK-EOF
               READ BOOK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-BOOK-STATUS
                   NOT AT END
                       IF BOOK-REGISTER-DATE >= WS-FROM-DATE
                       AND BOOK-REGISTER-DATE <= WS-CURRENT-DATE
                       AND BOOK-STATUS NOT = "W"
                       AND BOOK-STATUS NOT = "L"
                       AND BOOK-STATUS NOT = "D"
                           PERFORM ADD-NEW-BOOK
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BOOK-STATUS.

       ADD-NEW-BOOK SECTION.
           IF WS-NEW-COUNT >= WS-NEW-MAX
               DISPLAY "新着蔵書が多すぎるため以降を省"
                   "略します: "
                   BOOK-ID
           ELSE
               ADD 1 TO WS-NEW-COUNT
               MOVE BOOK-ID TO WS-NEW-BOOK-ID(WS-NEW-COUNT)
               MOVE BOOK-TITLE TO WS-NEW-TITLE(WS-NEW-COUNT)
               MOVE BOOK-AUTHOR TO WS-NEW-AUTHOR(WS-NEW-COUNT)
               MOVE BOOK-CATEGORY TO WS-NEW-CATEGORY(WS-NEW-COUNT)
               MOVE BOOK-STATUS TO WS-NEW-STATUS(WS-NEW-COUNT)
               MOVE ZERO TO WS-NEW-SUBJ-COUNT(WS-NEW-COUNT)
               MOVE SPACES TO WS-NEW-SUBJECT(WS-NEW-COUNT, 1)
                   WS-NEW-SUBJECT(WS-NEW-COUNT, 2)
                   WS-NEW-SUBJECT(WS-NEW-COUNT, 3)
                   WS-NEW-SUBJECT(WS-NEW-COUNT, 4)
                   WS-NEW-SUBJECT(WS-NEW-COUNT, 5)
               IF WS-SUBJ-SUCCESS
                   PERFORM LOAD-NEW-BOOK-SUBJECTS
               END-IF
           END-IF.

       LOAD-NEW-BOOK-SUBJECTS SECTION.
           MOVE "N" TO WS-SUBJ-SCAN-DONE-FLAG
           MOVE BOOK-ID TO SUBJ-BOOK-ID
           MOVE ZERO TO SUBJ-SEQ
           START SUBJECT-FILE KEY >= SUBJ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SUBJ-SCAN-DONE
               READ SUBJECT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
                   NOT AT END
                       IF SUBJ-BOOK-ID NOT = BOOK-ID
                       OR WS-NEW-SUBJ-COUNT(WS-NEW-COUNT) >= 5
                           MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-NEW-SUBJ-COUNT(WS-NEW-COUNT)
                           MOVE SUBJ-HEADING TO WS-NEW-SUBJECT
                               (WS-NEW-COUNT,
                               WS-NEW-SUBJ-COUNT(WS-NEW-COUNT))
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SUBJ-STATUS.

      * 関心分野を1件ずつ読み、新着と照合して案内する
       PROCESS-PROFILES SECTION.
           MOVE LOW-VALUES TO INTP-USER-ID
           START INTEREST-FILE KEY >= INTP-USER-ID
               INVALID KEY
                   MOVE "10" TO WS-INTP-STATUS
           END-START
           PERFORM UNTIL WS-INTP-EOF
               READ INTEREST-FILE NEXT
                   AT END
                       MOVE "10" TO WS-INTP-STATUS
                   NOT AT END
                       ADD 1 TO WS-PROFILE-COUNT
                       PERFORM PROCESS-ONE-PROFILE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-INTP-STATUS.

       PROCESS-ONE-PROFILE SECTION.
           MOVE INTP-USER-ID TO USER-ID
           READ USER-FILE
               INVALID KEY
                   MOVE SPACE TO USER-STATUS
           END-READ
           MOVE "00" TO WS-USER-STATUS
           IF USER-STATUS NOT = "A"
           OR INTP-LAST-ALERT-DATE = WS-CURRENT-DATE
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE ZERO TO WS-HIT-COUNT
               PERFORM VARYING WS-NEW-I FROM 1 BY 1
                       UNTIL WS-NEW-I > WS-NEW-COUNT
                   PERFORM MATCH-NEW-BOOK
                   IF WS-HIT
                       ADD 1 TO WS-HIT-COUNT
                   END-IF
               END-PERFORM
               IF WS-HIT-COUNT > ZERO
                   PERFORM ISSUE-NEW-ARRIVAL-NOTICE
               END-IF
           END-IF.

      * 新着1件（WS-NEW-I）が関心分野のいずれかに合うか調べる
       MATCH-NEW-BOOK SECTION.
           MOVE "N" TO WS-HIT-FLAG
           PERFORM VARYING WS-INTP-I FROM 1 BY 1
                   UNTIL WS-INTP-I > 10 OR WS-HIT
               EVALUATE TRUE
                   WHEN INTP-BY-CATEGORY(WS-INTP-I)
                       IF INTP-VALUE(WS-INTP-I)(1:3)
                           = WS-NEW-CATEGORY(WS-NEW-I)
                           MOVE "Y" TO WS-HIT-FLAG
                       END-IF
                   WHEN INTP-BY-SUBJECT(WS-INTP-I)
                       PERFORM MATCH-SUBJECT-TERM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       MATCH-SUBJECT-TERM SECTION.
           MOVE ZERO TO WS-TERM-LEN
           PERFORM VARYING WS-TERM-I FROM 40 BY -1
                   UNTIL WS-TERM-I < 1
                   OR WS-TERM-LEN > 0
               IF INTP-VALUE(WS-INTP-I)(WS-TERM-I:1) NOT = SPACE
                   MOVE WS-TERM-I TO WS-TERM-LEN
               END-IF
           END-PERFORM
           IF WS-TERM-LEN > ZERO
               PERFORM VARYING WS-SUBJ-I FROM 1 BY 1
                       UNTIL WS-SUBJ-I > WS-NEW-SUBJ-COUNT(WS-NEW-I)
                       OR WS-HIT
                   MOVE ZERO TO WS-MATCH-TALLY
                   INSPECT WS-NEW-SUBJECT(WS-NEW-I, WS-SUBJ-I)
                       TALLYING WS-MATCH-TALLY
                       FOR ALL INTP-VALUE(WS-INTP-I)(1:WS-TERM-LEN)
                   IF WS-MATCH-TALLY > ZERO
                       MOVE "Y" TO WS-HIT-FLAG
                   END-IF
               END-PERFORM
           END-IF.

      * 案内は見出し・宛名・本文のあと、該当資料を20件まで載せ、
      * 残りは件数だけ示す
       ISSUE-NEW-ARRIVAL-NOTICE SECTION.
           MOVE INTP-USER-ID TO WS-NTC-USER-ID
           MOVE WS-HEADER1 TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-HEADER2 TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-HEADER1 TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE USER-NAME TO WS-AD-NAME
           MOVE WS-ADDRESS-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-BLANK-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-BODY-LINE1 TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-FROM-DATE TO WS-BD-FROM-DATE
           MOVE WS-CURRENT-DATE TO WS-BD-TO-DATE
           MOVE WS-HIT-COUNT TO WS-BD-COUNT
           MOVE WS-BODY-LINE2 TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE ZERO TO WS-HIT-LISTED
           PERFORM VARYING WS-NEW-I FROM 1 BY 1
                   UNTIL WS-NEW-I > WS-NEW-COUNT
                   OR WS-HIT-LISTED >= WS-HIT-LIST-MAX
               PERFORM MATCH-NEW-BOOK
               IF WS-HIT
                   ADD 1 TO WS-HIT-LISTED
                   MOVE WS-NEW-BOOK-ID(WS-NEW-I) TO WS-DET-BOOK-ID
                   MOVE WS-NEW-TITLE(WS-NEW-I) TO WS-DET-TITLE
                   MOVE WS-NEW-AUTHOR(WS-NEW-I) TO WS-DET-AUTHOR
                   IF WS-NEW-STATUS(WS-NEW-I) = "P"
                       MOVE "（整理中）" TO WS-DET-NOTE
                   ELSE
                       MOVE SPACES TO WS-DET-NOTE
                   END-IF
                   MOVE WS-NOTICE-DETAIL-LINE TO WS-NTC-TEXT
                   PERFORM SPOOL-NOTICE-LINE
               END-IF
           END-PERFORM
           IF WS-HIT-COUNT > WS-HIT-LISTED
               COMPUTE WS-MORE-COUNT = WS-HIT-COUNT - WS-HIT-LISTED
               MOVE WS-MORE-LINE TO WS-NTC-TEXT
               PERFORM SPOOL-NOTICE-LINE
           END-IF
           MOVE WS-BLANK-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-GUIDE-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-BLANK-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-CURRENT-DATE TO INTP-LAST-ALERT-DATE
           REWRITE INTP-RECORD
               INVALID KEY
                   DISPLAY "関心分野の更新に失敗しまし"
                       "た: "
                       INTP-USER-ID
           END-REWRITE
           ADD 1 TO WS-NOTICE-COUNT.

       SPOOL-NOTICE-LINE SECTION.
           CALL "LIBNTCE" USING WS-NTC-TYPE, WS-NTC-USER-ID,
               WS-NTC-TEXT, WS-NTC-RETURN-CODE.

       WRITE-MARKER SECTION.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTL-SUCCESS
               MOVE SPACES TO CONTROL-RECORD
               MOVE WS-CURRENT-DATE TO CTL-LAST-RUN-DATE
               MOVE WS-NOTICE-COUNT TO CTL-LAST-COUNT
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           END-IF.
