******************************************************************
      * 図書館管理システム - 関心分野（新着案内）登録プログラム
      *
      * 利用者ごとの関心分野（interest_profile.dat）をカウンタで
      * 登録・変更する。項目は分類コード（C）か件名標目の語（S）で、
      * 最大10項目。分類コードは分類マスタで検証する。
      * 週次の新着案内バッチ（LIBNEWA）がこの関心分野と新着資料を
      * 照合し、連絡方法マスタに従って案内する。
      * 利用者本人はOPACのマイアカウントからも変更できる
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBIPRF.

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

           SELECT INTEREST-FILE
               ASSIGN TO "interest_profile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INTP-USER-ID
               FILE STATUS IS WS-INTP-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

       FD  INTEREST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTPFILE.

       FD  CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATFILE.

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".
           88  WS-USER-NOT-FOUND    VALUE "23".

       01  WS-INTP-STATUS           PIC XX VALUE "00".
           88  WS-INTP-SUCCESS      VALUE "00".
           88  WS-INTP-NOT-FOUND    VALUE "23".

       01  WS-CAT-STATUS            PIC XX VALUE "00".
           88  WS-CAT-SUCCESS       VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-INPUT-USER-ID         PIC X(08) VALUE SPACES.
       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-INTP-EXISTS-FLAG      PIC X VALUE "N".
           88  WS-INTP-EXISTS       VALUE "Y".
       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".
       01  WS-INTP-I                PIC 9(2) VALUE ZERO.
       01  WS-INTP-USED             PIC 9(2) VALUE ZERO.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  INTP-USER-SCREEN.
           05  LINE 2 COL 1         VALUE
               "関心分野（新着案内）登録".
           05  LINE 4 COL 1         VALUE "利用者ID: ".
           05  LINE 4 COL 12        PIC X(08) USING WS-INPUT-USER-ID.

       01  INTP-EDIT-SCREEN.
           05  LINE 6 COL 1         VALUE
               "種別 C=分類コード S=件名の語（空白で"
               & "削除）".
           05  LINE 7 COL 1         VALUE " 1: ".
           05  LINE 7 COL 5         PIC X(1) USING INTP-KIND(1).
           05  LINE 7 COL 7         PIC X(40) USING INTP-VALUE(1).
           05  LINE 8 COL 1         VALUE " 2: ".
           05  LINE 8 COL 5         PIC X(1) USING INTP-KIND(2).
           05  LINE 8 COL 7         PIC X(40) USING INTP-VALUE(2).
           05  LINE 9 COL 1         VALUE " 3: ".
           05  LINE 9 COL 5         PIC X(1) USING INTP-KIND(3).
           05  LINE 9 COL 7         PIC X(40) USING INTP-VALUE(3).
           05  LINE 10 COL 1        VALUE " 4: ".
           05  LINE 10 COL 5        PIC X(1) USING INTP-KIND(4).
           05  LINE 10 COL 7        PIC X(40) USING INTP-VALUE(4).
           05  LINE 11 COL 1        VALUE " 5: ".
           05  LINE 11 COL 5        PIC X(1) USING INTP-KIND(5).
           05  LINE 11 COL 7        PIC X(40) USING INTP-VALUE(5).
           05  LINE 12 COL 1        VALUE " 6: ".
           05  LINE 12 COL 5        PIC X(1) USING INTP-KIND(6).
           05  LINE 12 COL 7        PIC X(40) USING INTP-VALUE(6).
           05  LINE 13 COL 1        VALUE " 7: ".
           05  LINE 13 COL 5        PIC X(1) USING INTP-KIND(7).
           05  LINE 13 COL 7        PIC X(40) USING INTP-VALUE(7).
           05  LINE 14 COL 1        VALUE " 8: ".
           05  LINE 14 COL 5        PIC X(1) USING INTP-KIND(8).
           05  LINE 14 COL 7        PIC X(40) USING INTP-VALUE(8).
           05  LINE 15 COL 1        VALUE " 9: ".
           05  LINE 15 COL 5        PIC X(1) USING INTP-KIND(9).
           05  LINE 15 COL 7        PIC X(40) USING INTP-VALUE(9).
           05  LINE 16 COL 1        VALUE "10: ".
           05  LINE 16 COL 5        PIC X(1) USING INTP-KIND(10).
           05  LINE 16 COL 7        PIC X(40) USING INTP-VALUE(10).

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM OPEN-FILES
           PERFORM UNTIL WS-EXIT
               PERFORM PROCESS-ONE-USER
               IF NOT WS-EXIT
                   PERFORM CHECK-CONTINUE
               END-IF
           END-PERFORM
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES SECTION.
           OPEN INPUT USER-FILE
           OPEN INPUT CATEGORY-FILE
           OPEN I-O INTEREST-FILE
           IF NOT WS-INTP-SUCCESS
               OPEN OUTPUT INTEREST-FILE
               CLOSE INTEREST-FILE
               OPEN I-O INTEREST-FILE
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE USER-FILE
           CLOSE CATEGORY-FILE
           CLOSE INTEREST-FILE.

       PROCESS-ONE-USER SECTION.
           MOVE SPACES TO WS-INPUT-USER-ID
           DISPLAY INTP-USER-SCREEN
           ACCEPT INTP-USER-SCREEN
           IF WS-INPUT-USER-ID = SPACES
               MOVE "N" TO WS-CONTINUE-FLAG
           ELSE
               MOVE WS-INPUT-USER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       DISPLAY MSG-RECORD-NOT-FOUND
                       MOVE "23" TO WS-USER-STATUS
               END-READ
               IF WS-USER-SUCCESS
                   DISPLAY "利用者名: " USER-NAME
                   PERFORM READ-PROFILE
                   DISPLAY INTP-EDIT-SCREEN
                   ACCEPT INTP-EDIT-SCREEN
                   PERFORM VALIDATE-PROFILE
                   IF WS-VALID
                       PERFORM SAVE-PROFILE
                   END-IF
               END-IF
               MOVE "00" TO WS-USER-STATUS
           END-IF.

       READ-PROFILE SECTION.
           MOVE "N" TO WS-INTP-EXISTS-FLAG
           MOVE WS-INPUT-USER-ID TO INTP-USER-ID
           READ INTEREST-FILE
               INVALID KEY
                   INITIALIZE INTP-RECORD
                   MOVE WS-INPUT-USER-ID TO INTP-USER-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-INTP-EXISTS-FLAG
           END-READ
           MOVE "00" TO WS-INTP-STATUS.

      * 種別と値の組合せを検証する。分類コードは分類マスタにある
      * 有効なコードであること
       VALIDATE-PROFILE SECTION.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE ZERO TO WS-INTP-USED
           PERFORM VARYING WS-INTP-I FROM 1 BY 1
                   UNTIL WS-INTP-I > 10
               EVALUATE TRUE
                   WHEN INTP-KIND(WS-INTP-I) = SPACE
                       MOVE SPACES TO INTP-VALUE(WS-INTP-I)
                   WHEN INTP-VALUE(WS-INTP-I) = SPACES
                       MOVE SPACE TO INTP-KIND(WS-INTP-I)
                   WHEN INTP-BY-CATEGORY(WS-INTP-I)
                       ADD 1 TO WS-INTP-USED
                       MOVE INTP-VALUE(WS-INTP-I)(1:3) TO CAT-CODE
                       READ CATEGORY-FILE
                           INVALID KEY
                               DISPLAY "分類コードが未登録"
                                   "です: "
                                   INTP-VALUE(WS-INTP-I)(1:3)
                               MOVE "N" TO WS-VALID-FLAG
                           NOT INVALID KEY
                               IF NOT CAT-ACTIVE
                               OR INTP-VALUE(WS-INTP-I)(4:) NOT = SPACES
                                   DISPLAY "分類コードが無効"
                                       "です: "
                                       INTP-VALUE(WS-INTP-I)
                                   MOVE "N" TO WS-VALID-FLAG
                               END-IF
                       END-READ
                       MOVE "00" TO WS-CAT-STATUS
                   WHEN INTP-BY-SUBJECT(WS-INTP-I)
                       ADD 1 TO WS-INTP-USED
                   WHEN OTHER
                       DISPLAY "種別はCかSで入力してくだ"
                           "さい。"
                       MOVE "N" TO WS-VALID-FLAG
               END-EVALUATE
           END-PERFORM.

       SAVE-PROFILE SECTION.
           MOVE WS-CURRENT-DATE TO INTP-UPDATE-DATE
           MOVE INTP-USER-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "ITEMS=" DELIMITED BY SIZE
                   WS-INTP-USED DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           IF WS-INTP-EXISTS
               REWRITE INTP-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "関心分野を更新しました。"
                       CALL "LIBAUDIT" USING "INTPROF",
                           WS-AUDIT-KEY, "UPDATE", "LIBIPRF",
                           LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                           WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
               END-REWRITE
           ELSE
               WRITE INTP-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "関心分野を登録しました。"
                       CALL "LIBAUDIT" USING "INTPROF",
                           WS-AUDIT-KEY, "CREATE", "LIBIPRF",
                           LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                           WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
               END-WRITE
           END-IF.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
