******************************************************************
      * 図書館管理システム - 利用者注意事項管理プログラム
      *
      * 「写真付き身分証を確認」「郵便物が宛先不明で返送」
      * 「貸出前に責任者へ」などの注意事項を利用者ごとに登録
      * する。1人に複数件、登録日・登録者・有効期限・重要度を
      * 持ち、全分館の窓口で共有される。貸出・返却処理で利用者を
      * 確認した時点で表示され、重要度B（要対応）の注意事項が
      * ある利用者はセルフ貸出端末を利用できない
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBPNOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE
               ASSIGN TO "user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT PATRON-NOTE-FILE
               ASSIGN TO "patron_note.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNOT-KEY
               FILE STATUS IS WS-PNOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

       FD  PATRON-NOTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PNOTFILE.

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".

       01  WS-PNOT-STATUS           PIC XX VALUE "00".
           88  WS-PNOT-SUCCESS      VALUE "00".
           88  WS-PNOT-EOF          VALUE "10".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.

       01  WS-INPUT-USER-ID         PIC X(8) VALUE SPACES.
       01  WS-INPUT-SEQ             PIC 9(3) VALUE ZERO.
       01  WS-INPUT-SEVERITY        PIC X(1) VALUE SPACE.
       01  WS-INPUT-EXPIRE          PIC 9(8) VALUE ZERO.
       01  WS-INPUT-TEXT            PIC X(60) VALUE SPACES.
       01  WS-NEXT-SEQ              PIC 9(4) VALUE ZERO.
       01  WS-LIST-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".
       01  WS-NOTE-STATE            PIC X(8) VALUE SPACES.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  PNOT-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "利用者注意事項管理".
           05  LINE 4 COL 1         VALUE "1. 注意事項登録".
           05  LINE 5 COL 1         VALUE "2. 注意事項削除".
           05  LINE 6 COL 1         VALUE "3. 利用者別一覧".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  PNOT-ENTRY-SCREEN.
           05  LINE 11 COL 1        VALUE "利用者ID: ".
           05  LINE 11 COL 12       PIC X(8) USING WS-INPUT-USER-ID.
           05  LINE 12 COL 1        VALUE
               "重要度（I=参考 C=注意 B=要対応）: ".
           05  LINE 12 COL 38       PIC X USING WS-INPUT-SEVERITY.
           05  LINE 13 COL 1        VALUE
               "有効期限（0=無期限）: ".
           05  LINE 13 COL 25       PIC 9(8) USING WS-INPUT-EXPIRE.
           05  LINE 14 COL 1        VALUE "内容: ".
           05  LINE 14 COL 8        PIC X(60) USING WS-INPUT-TEXT.

       01  PNOT-REMOVE-SCREEN.
           05  LINE 11 COL 1        VALUE "利用者ID: ".
           05  LINE 11 COL 12       PIC X(8) USING WS-INPUT-USER-ID.
           05  LINE 12 COL 1        VALUE "連番: ".
           05  LINE 12 COL 8        PIC 9(3) USING WS-INPUT-SEQ.

       01  PNOT-USER-SCREEN.
           05  LINE 11 COL 1        VALUE "利用者ID: ".
           05  LINE 11 COL 12       PIC X(8) USING WS-INPUT-USER-ID.

       01  CONTINUE-SCREEN.
           05  LINE 18 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 18 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
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
           OPEN INPUT USER-FILE
           OPEN I-O PATRON-NOTE-FILE
           IF NOT WS-PNOT-SUCCESS
               OPEN OUTPUT PATRON-NOTE-FILE
               CLOSE PATRON-NOTE-FILE
               OPEN I-O PATRON-NOTE-FILE
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE USER-FILE
           CLOSE PATRON-NOTE-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY PNOT-MENU-SCREEN
           ACCEPT PNOT-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ADD-NOTE
               WHEN 2
                   PERFORM REMOVE-NOTE
               WHEN 3
                   PERFORM LIST-USER-NOTES
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 登録者は操作中のオペレータ、登録日は当日とする
       ADD-NOTE SECTION.
           MOVE SPACES TO WS-INPUT-USER-ID
           MOVE "C" TO WS-INPUT-SEVERITY
           MOVE ZERO TO WS-INPUT-EXPIRE
           MOVE SPACES TO WS-INPUT-TEXT
           DISPLAY PNOT-ENTRY-SCREEN
           ACCEPT PNOT-ENTRY-SCREEN
           INSPECT WS-INPUT-SEVERITY CONVERTING "icb" TO "ICB"
           MOVE WS-INPUT-USER-ID TO USER-ID
           READ USER-FILE
               INVALID KEY
                   DISPLAY "利用者IDが見つかりません。"
                   MOVE "23" TO WS-USER-STATUS
           END-READ
           IF WS-USER-SUCCESS
               MOVE WS-INPUT-SEVERITY TO PNOT-SEVERITY
               EVALUATE TRUE
                   WHEN NOT PNOT-VALID-SEVERITY
                       DISPLAY "重要度はI・C・Bのいずれかを"
                           "入力してください。"
                   WHEN WS-INPUT-TEXT = SPACES
                       DISPLAY "内容を入力してください。"
                   WHEN WS-INPUT-EXPIRE NOT = ZERO
                   AND WS-INPUT-EXPIRE < WS-CURRENT-DATE
                       DISPLAY "有効期限が過去の日付です。"
                   WHEN OTHER
                       PERFORM WRITE-NOTE-RECORD
               END-EVALUATE
           END-IF
           MOVE "00" TO WS-USER-STATUS.

       WRITE-NOTE-RECORD SECTION.
           PERFORM GET-NEXT-NOTE-SEQ
           IF WS-NEXT-SEQ > 999
               DISPLAY "この利用者の注意事項は登録上限"
                   "に達しています。"
           ELSE
               INITIALIZE PNOT-RECORD
               MOVE WS-INPUT-USER-ID TO PNOT-USER-ID
               MOVE WS-NEXT-SEQ TO PNOT-SEQ
               MOVE WS-CURRENT-DATE TO PNOT-NOTE-DATE
               MOVE LS-OPERATOR-ID TO PNOT-AUTHOR-OPER
               MOVE WS-INPUT-EXPIRE TO PNOT-EXPIRE-DATE
               MOVE WS-INPUT-SEVERITY TO PNOT-SEVERITY
               MOVE "A" TO PNOT-STATUS
               MOVE WS-INPUT-TEXT TO PNOT-TEXT
               WRITE PNOT-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "注意事項を登録しました。"
                           "連番: "
                           PNOT-SEQ
                       MOVE PNOT-USER-ID TO WS-AUDIT-KEY
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE SPACES TO WS-AUDIT-AFTER
                       STRING PNOT-SEQ DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PNOT-SEVERITY DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PNOT-EXPIRE-DATE DELIMITED BY SIZE
                           INTO WS-AUDIT-AFTER
                       CALL "LIBAUDIT" USING "PATNOTE",
                           WS-AUDIT-KEY, "CREATE", "LIBPNOT",
                           LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                           WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
               END-WRITE
           END-IF
           MOVE "00" TO WS-PNOT-STATUS.

      * 利用者内の最大連番 + 1 を採番する
       GET-NEXT-NOTE-SEQ SECTION.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-INPUT-USER-ID TO PNOT-USER-ID
           MOVE 999 TO PNOT-SEQ
           START PATRON-NOTE-FILE KEY <= PNOT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PATRON-NOTE-FILE PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PNOT-USER-ID = WS-INPUT-USER-ID
                               COMPUTE WS-NEXT-SEQ = PNOT-SEQ + 1
                           END-IF
                   END-READ
           END-START
           MOVE "00" TO WS-PNOT-STATUS.

      * 削除は状態を R にするだけで、記録は残す
       REMOVE-NOTE SECTION.
           MOVE SPACES TO WS-INPUT-USER-ID
           MOVE ZERO TO WS-INPUT-SEQ
           DISPLAY PNOT-REMOVE-SCREEN
           ACCEPT PNOT-REMOVE-SCREEN
           MOVE WS-INPUT-USER-ID TO PNOT-USER-ID
           MOVE WS-INPUT-SEQ TO PNOT-SEQ
           READ PATRON-NOTE-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   IF PNOT-REMOVED
                       DISPLAY "この注意事項は削除済みで"
                           "す。"
                   ELSE
                       MOVE "R" TO PNOT-STATUS
                       MOVE WS-CURRENT-DATE TO PNOT-REMOVE-DATE
                       MOVE LS-OPERATOR-ID TO PNOT-REMOVE-OPER
                       REWRITE PNOT-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "注意事項を削除しま"
                                   "した。"
                               MOVE PNOT-USER-ID TO WS-AUDIT-KEY
                               MOVE SPACES TO WS-AUDIT-BEFORE
                               MOVE SPACES TO WS-AUDIT-AFTER
                               STRING PNOT-SEQ DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       PNOT-SEVERITY
                                           DELIMITED BY SIZE
                                   INTO WS-AUDIT-BEFORE
                               CALL "LIBAUDIT" USING "PATNOTE",
                                   WS-AUDIT-KEY, "DELETE", "LIBPNOT",
                                   LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                                   WS-AUDIT-AFTER,
                                   WS-AUDIT-RETURN-CODE
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO WS-PNOT-STATUS.

      * 削除済み・期限切れのものも状態付きで表示する
       LIST-USER-NOTES SECTION.
           MOVE SPACES TO WS-INPUT-USER-ID
           DISPLAY PNOT-USER-SCREEN
           ACCEPT PNOT-USER-SCREEN
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-SCAN-DONE-FLAG
           DISPLAY "連番 登録日   登録者   期限     重要"
               "度 状態"
               "     内容"
           MOVE WS-INPUT-USER-ID TO PNOT-USER-ID
           MOVE ZERO TO PNOT-SEQ
           START PATRON-NOTE-FILE KEY >= PNOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ PATRON-NOTE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF PNOT-USER-ID NOT = WS-INPUT-USER-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           EVALUATE TRUE
                               WHEN PNOT-REMOVED
                                   MOVE "削除済" TO WS-NOTE-STATE
                               WHEN PNOT-EXPIRE-DATE NOT = ZERO
                               AND PNOT-EXPIRE-DATE
                                   < WS-CURRENT-DATE
                                   MOVE "期限切" TO WS-NOTE-STATE
                               WHEN OTHER
                                   MOVE "有効" TO WS-NOTE-STATE
                           END-EVALUATE
                           DISPLAY PNOT-SEQ "  " PNOT-NOTE-DATE " "
                               PNOT-AUTHOR-OPER " "
                               PNOT-EXPIRE-DATE " "
                               PNOT-SEVERITY "      "
                               WS-NOTE-STATE " " PNOT-TEXT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PNOT-STATUS
           IF WS-LIST-COUNT = ZERO
               DISPLAY "登録されている注意事項はありま"
                   "せん。"
           END-IF.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
