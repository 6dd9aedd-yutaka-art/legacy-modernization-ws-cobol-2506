******************************************************************
      * 図書館管理システム - 利用者カード再発行プログラム
      *
      * 利用者IDとは別にカード番号（library_card.dat）を管理し、
      * カードの紛失・破損時に新しいカード番号を発行する。
      * 再発行すると旧カードは紛失（L）または差替え（R）となり、
      * 貸出・セルフ貸出・OPACで使えなくなる。利用者口座と
      * 貸出履歴はそのまま引き継がれる。再発行手数料は延滞金台帳
      * にカード区分（C）で起票し、延滞金精算（LIBFINE）で収納
      * する。再発行せずに紛失届だけを受け付けることもできる
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBCARD.

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

           SELECT CARD-FILE
               ASSIGN TO "library_card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO
               ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-CARD-STATUS.

           SELECT FINE-FILE
               ASSIGN TO "fine.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-NO
               ALTERNATE RECORD KEY IS FINE-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-FINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CARDFILE.

       FD  FINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FINEFILE.

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".

       01  WS-CARD-STATUS           PIC XX VALUE "00".
           88  WS-CARD-SUCCESS      VALUE "00".

       01  WS-FINE-STATUS           PIC XX VALUE "00".
           88  WS-FINE-SUCCESS      VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-INPUT-USER-ID         PIC X(8) VALUE SPACES.
       01  WS-LOST-FLAG             PIC X VALUE "Y".
           88  WS-CARD-WAS-LOST     VALUE "Y", "y".
       01  WS-CONFIRM-FLAG          PIC X VALUE "N".
           88  WS-CONFIRMED         VALUE "Y", "y".

      * カード再発行手数料の標準額
       01  WS-CARD-FEE              PIC 9(5) VALUE 300.
       01  WS-NEXT-FINE-NO          PIC 9(10) VALUE 1.

      * 新しいカード番号は "LC" + 8桁の連番
       01  WS-NEW-CARD-NO.
           05  WS-NEW-CARD-PREFIX   PIC X(2) VALUE "LC".
           05  WS-NEW-CARD-SEQ      PIC 9(8) VALUE ZERO.
       01  WS-BLOCK-STATUS          PIC X(1) VALUE SPACE.
       01  WS-BLOCK-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-CARD-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".
       01  WS-CARD-STATE            PIC X(12) VALUE SPACES.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  CARD-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "利用者カード管理".
           05  LINE 4 COL 1         VALUE "1. カード再発行".
           05  LINE 5 COL 1         VALUE
               "2. 紛失届（再発行なし）".
           05  LINE 6 COL 1         VALUE "3. カード照会".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  CARD-USER-SCREEN.
           05  LINE 11 COL 1        VALUE "利用者ID: ".
           05  LINE 11 COL 12       PIC X(8) USING WS-INPUT-USER-ID.

       01  CARD-REPLACE-SCREEN.
           05  LINE 13 COL 1        VALUE "氏名: ".
           05  LINE 13 COL 8        PIC X(30) FROM USER-NAME.
           05  LINE 14 COL 1        VALUE
               "紛失によるものですか？ (Y/N): ".
           05  LINE 14 COL 33       PIC X USING WS-LOST-FLAG.
           05  LINE 15 COL 1        VALUE "再発行手数料: ".
           05  LINE 15 COL 16       PIC ZZ,ZZ9 FROM WS-CARD-FEE.
           05  LINE 15 COL 23       VALUE "円".
           05  LINE 16 COL 1        VALUE
               "旧カードを無効にして再発行しますか"
               & "？ (Y/N): ".
           05  LINE 16 COL 46       PIC X USING WS-CONFIRM-FLAG.

       01  CARD-LOST-SCREEN.
           05  LINE 13 COL 1        VALUE "氏名: ".
           05  LINE 13 COL 8        PIC X(30) FROM USER-NAME.
           05  LINE 14 COL 1        VALUE
               "有効なカードをすべて紛失扱いにしま"
               & "すか？ (Y/N): ".
           05  LINE 14 COL 50       PIC X USING WS-CONFIRM-FLAG.

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

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
           OPEN I-O CARD-FILE
           IF NOT WS-CARD-SUCCESS
               OPEN OUTPUT CARD-FILE
               CLOSE CARD-FILE
               OPEN I-O CARD-FILE
           END-IF
           OPEN I-O FINE-FILE.

       CLOSE-FILES SECTION.
           CLOSE USER-FILE
           CLOSE CARD-FILE
           CLOSE FINE-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY CARD-MENU-SCREEN
           ACCEPT CARD-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REPLACE-CARD
               WHEN 2
                   PERFORM REPORT-LOST-CARD
               WHEN 3
                   PERFORM LIST-USER-CARDS
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

       GET-CARD-USER SECTION.
           MOVE SPACES TO WS-INPUT-USER-ID
           DISPLAY CARD-USER-SCREEN
           ACCEPT CARD-USER-SCREEN
           MOVE WS-INPUT-USER-ID TO USER-ID
           READ USER-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "23" TO WS-USER-STATUS
           END-READ.

      * 再発行：旧カードをすべて無効にし、新しいカード番号を
      * 発行して手数料を起票する
       REPLACE-CARD SECTION.
           PERFORM GET-CARD-USER
           IF WS-USER-SUCCESS
               MOVE "Y" TO WS-LOST-FLAG
               MOVE "N" TO WS-CONFIRM-FLAG
               DISPLAY CARD-REPLACE-SCREEN
               ACCEPT CARD-REPLACE-SCREEN
               IF WS-CONFIRMED
                   PERFORM REGISTER-LEGACY-CARD
                   PERFORM GET-NEXT-CARD-NO
                   IF WS-CARD-WAS-LOST
                       MOVE "L" TO WS-BLOCK-STATUS
                   ELSE
                       MOVE "R" TO WS-BLOCK-STATUS
                   END-IF
                   PERFORM BLOCK-ACTIVE-CARDS
                   PERFORM ISSUE-NEW-CARD
               ELSE
                   DISPLAY "再発行を取り消しました。"
               END-IF
           END-IF
           MOVE "00" TO WS-USER-STATUS.

      * 紛失届：再発行せず有効なカードを紛失扱いにする
       REPORT-LOST-CARD SECTION.
           PERFORM GET-CARD-USER
           IF WS-USER-SUCCESS
               MOVE "N" TO WS-CONFIRM-FLAG
               DISPLAY CARD-LOST-SCREEN
               ACCEPT CARD-LOST-SCREEN
               IF WS-CONFIRMED
                   PERFORM REGISTER-LEGACY-CARD
                   MOVE SPACES TO WS-NEW-CARD-NO
                   MOVE "L" TO WS-BLOCK-STATUS
                   PERFORM BLOCK-ACTIVE-CARDS
                   IF WS-BLOCK-COUNT = ZERO
                       DISPLAY "有効なカードはありません。"
                   ELSE
                       DISPLAY "紛失届を受け付けました。"
                           "無効に"
                           "したカード: " WS-BLOCK-COUNT "枚"
                       MOVE WS-INPUT-USER-ID TO WS-AUDIT-KEY
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE SPACES TO WS-AUDIT-AFTER
                       MOVE "LOST" TO WS-AUDIT-AFTER
                       CALL "LIBAUDIT" USING "CARD",
                           WS-AUDIT-KEY, "LOST", "LIBCARD",
                           LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                           WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO WS-USER-STATUS.

      * カードが1枚も登録されていない利用者は利用者IDを印字した
      * 旧来のカードを使っているので、無効にする前に登録する
       REGISTER-LEGACY-CARD SECTION.
           MOVE WS-INPUT-USER-ID TO CARD-USER-ID
           START CARD-FILE KEY = CARD-USER-ID
               INVALID KEY
                   INITIALIZE CARD-RECORD
                   MOVE WS-INPUT-USER-ID TO CARD-NO
                   MOVE WS-INPUT-USER-ID TO CARD-USER-ID
                   MOVE "A" TO CARD-STATUS
                   MOVE USER-REGISTER-DATE TO CARD-ISSUE-DATE
                   WRITE CARD-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-WRITE
           END-START
           MOVE "00" TO WS-CARD-STATUS.

      * 利用者の有効なカードを指定の状態（L/R）にする
       BLOCK-ACTIVE-CARDS SECTION.
           MOVE ZERO TO WS-BLOCK-COUNT
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-INPUT-USER-ID TO CARD-USER-ID
           START CARD-FILE KEY = CARD-USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ CARD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF CARD-USER-ID NOT = WS-INPUT-USER-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF CARD-ACTIVE
                               MOVE WS-BLOCK-STATUS TO CARD-STATUS
                               MOVE WS-CURRENT-DATE
                                   TO CARD-STATUS-DATE
                               MOVE LS-OPERATOR-ID
                                   TO CARD-STATUS-OPER
                               MOVE WS-NEW-CARD-NO
                                   TO CARD-REPLACED-BY
                               REWRITE CARD-RECORD
                                   INVALID KEY
                                       DISPLAY MSG-FILE-WRITE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-BLOCK-COUNT
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-CARD-STATUS.

       GET-NEXT-CARD-NO SECTION.
           MOVE "LC" TO WS-NEW-CARD-PREFIX
           MOVE 1 TO WS-NEW-CARD-SEQ
           MOVE "LC99999999" TO CARD-NO
           START CARD-FILE KEY <= CARD-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CARD-FILE PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CARD-NO(1:2) = "LC"
                           AND CARD-NO(3:8) IS NUMERIC
                               MOVE CARD-NO(3:8) TO WS-NEW-CARD-SEQ
                               ADD 1 TO WS-NEW-CARD-SEQ
                           END-IF
                   END-READ
           END-START
           MOVE "00" TO WS-CARD-STATUS.

       ISSUE-NEW-CARD SECTION.
           PERFORM CHARGE-REPLACEMENT-FEE
           INITIALIZE CARD-RECORD
           MOVE WS-NEW-CARD-NO TO CARD-NO
           MOVE WS-INPUT-USER-ID TO CARD-USER-ID
           MOVE "A" TO CARD-STATUS
           MOVE WS-CURRENT-DATE TO CARD-ISSUE-DATE
           MOVE LS-OPERATOR-ID TO CARD-ISSUE-OPER
           MOVE WS-NEXT-FINE-NO TO CARD-FEE-FINE-NO
           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   DISPLAY "新しいカード番号: " WS-NEW-CARD-NO
                   DISPLAY "無効にした旧カード: "
                       WS-BLOCK-COUNT
                       "枚  再発行手数料を起票しました。"
                   MOVE WS-INPUT-USER-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WS-NEW-CARD-NO TO WS-AUDIT-AFTER
                   CALL "LIBAUDIT" USING "CARD",
                       WS-AUDIT-KEY, "REPLACE", "LIBCARD",
                       LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                       WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
           END-WRITE
           MOVE "00" TO WS-CARD-STATUS.

      * 再発行手数料はカード区分（C）の延滞金として起票する
       CHARGE-REPLACEMENT-FEE SECTION.
           PERFORM GET-NEXT-FINE-NUMBER
           INITIALIZE FINE-RECORD
           MOVE WS-NEXT-FINE-NO TO FINE-NO
           MOVE ZERO TO FINE-LOAN-NO
           MOVE WS-INPUT-USER-ID TO FINE-USER-ID
           MOVE WS-CARD-FEE TO FINE-AMOUNT
           MOVE ZERO TO FINE-PAID-AMOUNT
           MOVE WS-CURRENT-DATE TO FINE-ASSESSED-DATE
           MOVE "N" TO FINE-PAID
           MOVE 0 TO FINE-PAID-DATE
           MOVE "C" TO FINE-TYPE
           WRITE FINE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
                   MOVE ZERO TO WS-NEXT-FINE-NO
           END-WRITE.

       GET-NEXT-FINE-NUMBER SECTION.
           MOVE 9999999999 TO FINE-NO
           START FINE-FILE KEY <= FINE-NO
               INVALID KEY
                   MOVE 1 TO WS-NEXT-FINE-NO
               NOT INVALID KEY
                   READ FINE-FILE PREVIOUS
                       AT END
                           MOVE 1 TO WS-NEXT-FINE-NO
                       NOT AT END
                           ADD 1 TO FINE-NO GIVING WS-NEXT-FINE-NO
                   END-READ
           END-START.

       LIST-USER-CARDS SECTION.
           PERFORM GET-CARD-USER
           IF WS-USER-SUCCESS
               MOVE ZERO TO WS-CARD-COUNT
               MOVE "N" TO WS-SCAN-DONE-FLAG
               DISPLAY "カード番号  状態          発行日    "
                   "変更日    差替え先"
               MOVE WS-INPUT-USER-ID TO CARD-USER-ID
               START CARD-FILE KEY = CARD-USER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ CARD-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF CARD-USER-ID NOT = WS-INPUT-USER-ID
                               MOVE "Y" TO WS-SCAN-DONE-FLAG
                           ELSE
                               ADD 1 TO WS-CARD-COUNT
                               EVALUATE TRUE
                                   WHEN CARD-ACTIVE
                                       MOVE "有効" TO WS-CARD-STATE
                                   WHEN CARD-LOST
                                       MOVE "紛失" TO WS-CARD-STATE
                                   WHEN OTHER
                                       MOVE "差替え済"
                                           TO WS-CARD-STATE
                               END-EVALUATE
                               DISPLAY CARD-NO "  " WS-CARD-STATE
                                   "  " CARD-ISSUE-DATE "  "
                                   CARD-STATUS-DATE "  "
                                   CARD-REPLACED-BY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-CARD-STATUS
               IF WS-CARD-COUNT = ZERO
                   DISPLAY "カード番号の登録はありませ"
                       "ん（利用者"
                       "IDをカード番号として使用中）。"
               END-IF
           END-IF
           MOVE "00" TO WS-USER-STATUS.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
