******************************************************************
      * 図書館管理システム - 延滞金分割払い計画管理プログラム
      *
      * 弁償金・破損査定などで未払い残高が大きくなった利用者と
      * 分割払いの約定を結び、未払い延滞金をまとめた計画
      * （payment_plan.dat）を作成・照会・取消する。分割は月ごと
      * で、初回期日から毎月同じ日（28日を超える日は28日）を
      * 期日とする。各回の金額は残高の均等割りで、端数は最終回
      * に寄せる。約定どおり返済中の計画に入った延滞金は貸出停止
      * の対象外となる。入金は延滞金収納（LIBFINE）で受け付け、
      * 不履行の判定は月次バッチLIBPPCKが行う。取消すと延滞金は
      * 計画から外れ、貸出停止に戻る
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBPPLN.

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

           SELECT FINE-FILE
               ASSIGN TO "fine.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               RECORD KEY IS FINE-NO
               ALTERNATE RECORD KEY IS FINE-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-FINE-STATUS.

           SELECT PLAN-FILE
               ASSIGN TO "payment_plan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPLN-PLAN-NO
               ALTERNATE RECORD KEY IS PPLN-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-PPLN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

       FD  FINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FINEFILE.

       FD  PLAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PPLNFILE.

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".
           88  WS-USER-NOT-FOUND    VALUE "23".

       01  WS-FINE-STATUS           PIC XX VALUE "00".
           88  WS-FINE-SUCCESS      VALUE "00".

       01  WS-PPLN-STATUS           PIC XX VALUE "00".
           88  WS-PPLN-SUCCESS      VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.
       01  WS-CONFIRM               PIC X VALUE "N".
           88  WS-CONFIRMED         VALUE "Y", "y".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-INPUT-USER-ID         PIC X(08) VALUE SPACES.
       01  WS-INPUT-INST-COUNT      PIC 9(02) VALUE ZERO.
       01  WS-INPUT-FIRST-DUE       PIC 9(08) VALUE ZERO.

      * 計画を結べる未払い残高の下限（円）
       01  WS-PLAN-MIN-AMOUNT       PIC 9(7)V99 VALUE 5000.

      * 計画に組み入れる延滞金
       01  WS-PF-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-PF-TABLE.
           05  WS-PF-FINE-NO        PIC 9(10) OCCURS 20 TIMES.
       01  WS-PF-I                  PIC 9(02) VALUE ZERO.
       01  WS-PF-TOTAL              PIC 9(7)V99 VALUE ZERO.
       01  WS-PF-OVERFLOW-FLAG      PIC X VALUE "N".
           88  WS-PF-OVERFLOW       VALUE "Y".
       01  WS-FINE-REMAINING        PIC 9(7)V99 VALUE ZERO.
       01  WS-FINE-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-FINE-SCAN-DONE    VALUE "Y".

      * 分割回の期日計算
       01  WS-DUE-DATE.
           05  WS-DUE-YYYY          PIC 9(04).
           05  WS-DUE-MM            PIC 9(02).
           05  WS-DUE-DD            PIC 9(02).
       01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE PIC 9(08).
       01  WS-INST-I                PIC 9(02) VALUE ZERO.
       01  WS-INST-BASE             PIC 9(7) VALUE ZERO.
       01  WS-INST-ALLOC            PIC 9(7)V99 VALUE ZERO.

       01  WS-PLAN-FOUND-FLAG       PIC X VALUE "N".
           88  WS-PLAN-FOUND        VALUE "Y".
       01  WS-PLAN-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-PLAN-SCAN-DONE    VALUE "Y".
       01  WS-NEXT-PLAN-NO          PIC 9(8) VALUE 1.
       01  WS-PLAN-COUNT            PIC 9(3) VALUE ZERO.

       01  WS-DISP-AMOUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-DISP-PAID             PIC ZZZ,ZZZ,ZZ9.
       01  WS-DISP-BALANCE          PIC ZZZ,ZZZ,ZZ9.
       01  WS-PLAN-BALANCE          PIC 9(7)V99 VALUE ZERO.
       01  WS-STATUS-LABEL          PIC X(12) VALUE SPACES.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  PPLN-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "延滞金分割払い計画".
           05  LINE 4 COL 1         VALUE "1. 計画作成".
           05  LINE 5 COL 1         VALUE "2. 計画照会".
           05  LINE 6 COL 1         VALUE "3. 計画取消".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  PPLN-USER-SCREEN.
           05  LINE 11 COL 1        VALUE "利用者ID: ".
           05  LINE 11 COL 12       PIC X(08) USING WS-INPUT-USER-ID.

       01  PPLN-TERMS-SCREEN.
           05  LINE 16 COL 1        VALUE "分割回数（2-12）: ".
           05  LINE 16 COL 21       PIC 9(02) USING WS-INPUT-INST-COUNT.
           05  LINE 17 COL 1        VALUE
               "初回期日（0=1か月後）: ".
           05  LINE 17 COL 25       PIC 9(08) USING WS-INPUT-FIRST-DUE.

       01  CONTINUE-SCREEN.
           05  LINE 22 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 22 COL 25       PIC X USING WS-CONTINUE-FLAG.

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
           OPEN I-O FINE-FILE
           OPEN I-O PLAN-FILE
           IF NOT WS-PPLN-SUCCESS
               OPEN OUTPUT PLAN-FILE
               CLOSE PLAN-FILE
               OPEN I-O PLAN-FILE
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE USER-FILE
           CLOSE FINE-FILE
           CLOSE PLAN-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY PPLN-MENU-SCREEN
           ACCEPT PPLN-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM CREATE-PLAN
               WHEN 2
                   PERFORM INQUIRE-PLANS
               WHEN 3
                   PERFORM CANCEL-PLAN
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

       GET-USER SECTION.
           MOVE SPACES TO WS-INPUT-USER-ID
           DISPLAY PPLN-USER-SCREEN
           ACCEPT PPLN-USER-SCREEN
           MOVE WS-INPUT-USER-ID TO USER-ID
           READ USER-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "23" TO WS-USER-STATUS
               NOT INVALID KEY
                   DISPLAY "利用者名: " USER-NAME
           END-READ.

      * 利用者に進行中（返済中・不履行）の計画があれば読み込む
       FIND-OPEN-PLAN SECTION.
           MOVE "N" TO WS-PLAN-FOUND-FLAG
           MOVE "N" TO WS-PLAN-SCAN-DONE-FLAG
           MOVE WS-INPUT-USER-ID TO PPLN-USER-ID
           START PLAN-FILE KEY = PPLN-USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-PLAN-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-PLAN-SCAN-DONE
               READ PLAN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PLAN-SCAN-DONE-FLAG
                   NOT AT END
                       IF PPLN-USER-ID NOT = WS-INPUT-USER-ID
                           MOVE "Y" TO WS-PLAN-SCAN-DONE-FLAG
                       ELSE
                           IF PPLN-OPEN
                               MOVE "Y" TO WS-PLAN-FOUND-FLAG
                               MOVE "Y" TO WS-PLAN-SCAN-DONE-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PPLN-STATUS.

      * 計画作成：対象の延滞金を集め、分割回数と初回期日から
      * 分割回を作って確認のうえ登録する
       CREATE-PLAN SECTION.
           PERFORM GET-USER
           IF WS-USER-SUCCESS
               PERFORM FIND-OPEN-PLAN
               IF WS-PLAN-FOUND
                   DISPLAY "この利用者には進行中の分割"
                       "払い計画が"
                       "あります: " PPLN-PLAN-NO
               ELSE
                   PERFORM COLLECT-PLAN-FINES
                   EVALUATE TRUE
                       WHEN WS-PF-COUNT = ZERO
                           DISPLAY "計画に組み入れられる未"
                               "払い"
                               "延滞金はありません。"
                       WHEN WS-PF-TOTAL < WS-PLAN-MIN-AMOUNT
                           MOVE WS-PLAN-MIN-AMOUNT TO WS-DISP-AMOUNT
                           DISPLAY "未払い残高が分割払いの"
                               "下限（"
                               WS-DISP-AMOUNT "円）未満です。"
                       WHEN OTHER
                           PERFORM GET-PLAN-TERMS
                   END-EVALUATE
               END-IF
           END-IF
           MOVE "00" TO WS-USER-STATUS.

      * 未払いで、償却・回収委託・減免申請中・他の計画のいずれにも
      * 当たらない延滞金を対象にする
       COLLECT-PLAN-FINES SECTION.
           MOVE ZERO TO WS-PF-COUNT
           MOVE ZERO TO WS-PF-TOTAL
           MOVE "N" TO WS-PF-OVERFLOW-FLAG
           MOVE "N" TO WS-FINE-SCAN-DONE-FLAG
           DISPLAY "計画に組み入れる延滞金"
           DISPLAY "番号        査定日    種別 残額"
           MOVE WS-INPUT-USER-ID TO FINE-USER-ID
           START FINE-FILE KEY = FINE-USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-FINE-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-FINE-SCAN-DONE
               READ FINE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-FINE-SCAN-DONE-FLAG
                   NOT AT END
                       IF FINE-USER-ID NOT = WS-INPUT-USER-ID
                           MOVE "Y" TO WS-FINE-SCAN-DONE-FLAG
                       ELSE
                           IF FINE-PAID = "N"
                           AND FINE-NOT-WRITTEN-OFF
                           AND FINE-NOT-REFERRED
                           AND NOT FINE-WAIVER-REQUESTED
                           AND NOT FINE-ON-CURRENT-PLAN
                           AND NOT FINE-PLAN-MISSED
                               PERFORM ADD-PLAN-FINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FINE-STATUS
           IF WS-PF-OVERFLOW
               DISPLAY "対象が20件を超えたため、21件目"
                   "以降は"
                   "計画に含めません。"
           END-IF
           MOVE WS-PF-TOTAL TO WS-DISP-AMOUNT
           DISPLAY "対象残高合計: " WS-DISP-AMOUNT "円".

       ADD-PLAN-FINE SECTION.
           COMPUTE WS-FINE-REMAINING =
               FINE-AMOUNT - FINE-PAID-AMOUNT
           IF WS-FINE-REMAINING > ZERO
               IF WS-PF-COUNT >= 20
                   MOVE "Y" TO WS-PF-OVERFLOW-FLAG
               ELSE
                   ADD 1 TO WS-PF-COUNT
                   MOVE FINE-NO TO WS-PF-FINE-NO(WS-PF-COUNT)
                   ADD WS-FINE-REMAINING TO WS-PF-TOTAL
                   MOVE WS-FINE-REMAINING TO WS-DISP-AMOUNT
                   DISPLAY FINE-NO SPACE FINE-ASSESSED-DATE SPACE
                       FINE-TYPE "    " WS-DISP-AMOUNT
               END-IF
           END-IF.

       GET-PLAN-TERMS SECTION.
           MOVE ZERO TO WS-INPUT-INST-COUNT
           MOVE ZERO TO WS-INPUT-FIRST-DUE
           DISPLAY PPLN-TERMS-SCREEN
           ACCEPT PPLN-TERMS-SCREEN
           IF WS-INPUT-FIRST-DUE = ZERO
               MOVE WS-CURRENT-DATE TO WS-DUE-DATE-N
               ADD 1 TO WS-DUE-MM
               IF WS-DUE-MM > 12
                   MOVE 1 TO WS-DUE-MM
                   ADD 1 TO WS-DUE-YYYY
               END-IF
               IF WS-DUE-DD > 28
                   MOVE 28 TO WS-DUE-DD
               END-IF
               MOVE WS-DUE-DATE-N TO WS-INPUT-FIRST-DUE
           END-IF
           MOVE WS-INPUT-FIRST-DUE TO WS-DUE-DATE-N
           EVALUATE TRUE
               WHEN WS-INPUT-INST-COUNT < 2
               OR WS-INPUT-INST-COUNT > 12
                   DISPLAY "分割回数は2回から12回で指定"
                       "して"
                       "ください。"
               WHEN WS-INPUT-FIRST-DUE <= WS-CURRENT-DATE
               OR WS-DUE-MM < 1 OR WS-DUE-MM > 12
               OR WS-DUE-DD < 1 OR WS-DUE-DD > 31
                   DISPLAY "初回期日が正しくありません。"
               WHEN OTHER
                   PERFORM BUILD-PLAN-RECORD
                   PERFORM DISPLAY-PLAN-SCHEDULE
                   DISPLAY "この内容で計画を登録します"
                       "か？ (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRMED
                       PERFORM WRITE-PLAN
                   ELSE
                       DISPLAY "計画の登録を取りやめまし"
                           "た。"
                   END-IF
           END-EVALUATE.

       BUILD-PLAN-RECORD SECTION.
           INITIALIZE PPLN-RECORD
           MOVE WS-INPUT-USER-ID TO PPLN-USER-ID
           MOVE "A" TO PPLN-STATUS
           MOVE WS-PF-TOTAL TO PPLN-TOTAL-AMOUNT
           MOVE ZERO TO PPLN-PAID-AMOUNT
           MOVE WS-CURRENT-DATE TO PPLN-AGREE-DATE
           MOVE LS-OPERATOR-ID TO PPLN-AGREE-OPER
           MOVE WS-PF-COUNT TO PPLN-FINE-COUNT
           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-PF-COUNT
               MOVE WS-PF-FINE-NO(WS-PF-I) TO PPLN-FINE-NO(WS-PF-I)
           END-PERFORM
           MOVE WS-INPUT-INST-COUNT TO PPLN-INST-COUNT
           COMPUTE WS-INST-BASE = WS-PF-TOTAL / WS-INPUT-INST-COUNT
           MOVE ZERO TO WS-INST-ALLOC
           MOVE WS-INPUT-FIRST-DUE TO WS-DUE-DATE-N
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF
           PERFORM VARYING WS-INST-I FROM 1 BY 1
                   UNTIL WS-INST-I > WS-INPUT-INST-COUNT
               IF WS-INST-I = 1
                   MOVE WS-INPUT-FIRST-DUE
                       TO PPLN-INST-DUE-DATE(WS-INST-I)
               ELSE
                   MOVE WS-DUE-DATE-N TO PPLN-INST-DUE-DATE(WS-INST-I)
               END-IF
               IF WS-INST-I = WS-INPUT-INST-COUNT
                   COMPUTE PPLN-INST-AMOUNT(WS-INST-I) =
                       WS-PF-TOTAL - WS-INST-ALLOC
               ELSE
                   MOVE WS-INST-BASE TO PPLN-INST-AMOUNT(WS-INST-I)
                   ADD WS-INST-BASE TO WS-INST-ALLOC
               END-IF
               ADD 1 TO WS-DUE-MM
               IF WS-DUE-MM > 12
                   MOVE 1 TO WS-DUE-MM
                   ADD 1 TO WS-DUE-YYYY
               END-IF
           END-PERFORM.

       DISPLAY-PLAN-SCHEDULE SECTION.
           PERFORM SET-PLAN-STATUS-LABEL
           MOVE PPLN-TOTAL-AMOUNT TO WS-DISP-AMOUNT
           MOVE PPLN-PAID-AMOUNT TO WS-DISP-PAID
           COMPUTE WS-PLAN-BALANCE =
               PPLN-TOTAL-AMOUNT - PPLN-PAID-AMOUNT
           MOVE WS-PLAN-BALANCE TO WS-DISP-BALANCE
           DISPLAY "計画番号: " PPLN-PLAN-NO "  状態: "
               WS-STATUS-LABEL "  約定日: " PPLN-AGREE-DATE
           DISPLAY "計画総額: " WS-DISP-AMOUNT "円  入金累計: "
               WS-DISP-PAID "円  残高: " WS-DISP-BALANCE "円"
           IF PPLN-MISSED
               DISPLAY "不履行判定日: " PPLN-MISSED-DATE
           END-IF
           DISPLAY "回  期日      金額"
           PERFORM VARYING WS-INST-I FROM 1 BY 1
                   UNTIL WS-INST-I > PPLN-INST-COUNT
               MOVE PPLN-INST-AMOUNT(WS-INST-I) TO WS-DISP-AMOUNT
               DISPLAY WS-INST-I "  " PPLN-INST-DUE-DATE(WS-INST-I)
                   " " WS-DISP-AMOUNT
           END-PERFORM.

       SET-PLAN-STATUS-LABEL SECTION.
           EVALUATE TRUE
               WHEN PPLN-CURRENT
                   MOVE "返済中" TO WS-STATUS-LABEL
               WHEN PPLN-MISSED
                   MOVE "不履行" TO WS-STATUS-LABEL
               WHEN PPLN-COMPLETED
                   MOVE "完済" TO WS-STATUS-LABEL
               WHEN PPLN-CANCELLED
                   MOVE "取消" TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE PPLN-STATUS TO WS-STATUS-LABEL
           END-EVALUATE.

       GET-NEXT-PLAN-NO SECTION.
           MOVE 1 TO WS-NEXT-PLAN-NO
           MOVE 99999999 TO PPLN-PLAN-NO
           START PLAN-FILE KEY <= PPLN-PLAN-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PLAN-FILE PREVIOUS
                       NOT AT END
                           COMPUTE WS-NEXT-PLAN-NO = PPLN-PLAN-NO + 1
                   END-READ
           END-START
           MOVE "00" TO WS-PPLN-STATUS.

      * 計画を書き、組み入れた延滞金に計画番号と返済中を立てる
       WRITE-PLAN SECTION.
           PERFORM GET-NEXT-PLAN-NO
           PERFORM BUILD-PLAN-RECORD
           MOVE WS-NEXT-PLAN-NO TO PPLN-PLAN-NO
           WRITE PPLN-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   PERFORM VARYING WS-PF-I FROM 1 BY 1
                           UNTIL WS-PF-I > WS-PF-COUNT
                       MOVE WS-PF-FINE-NO(WS-PF-I) TO FINE-NO
                       READ FINE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PPLN-PLAN-NO TO FINE-PLAN-NO
                               MOVE "A" TO FINE-PLAN-STATUS
                               REWRITE FINE-RECORD
                                   INVALID KEY
                                       DISPLAY MSG-FILE-WRITE
                               END-REWRITE
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-FINE-STATUS
                   DISPLAY "分割払い計画を登録しました"
                       "。計画番号: "
                       PPLN-PLAN-NO
                   DISPLAY "計画中の延滞金は貸出停止の"
                       "対象外と"
                       "なります。"
                   MOVE PPLN-PLAN-NO TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   MOVE PPLN-TOTAL-AMOUNT TO WS-DISP-AMOUNT
                   STRING PPLN-USER-ID DELIMITED BY SIZE
                           WS-DISP-AMOUNT DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   CALL "LIBAUDIT" USING "PAYPLAN", WS-AUDIT-KEY,
                       "CREATE", "LIBPPLN", LS-OPERATOR-ID,
                       WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                       WS-AUDIT-RETURN-CODE
           END-WRITE.

      * 計画照会：利用者のすべての計画を新しいものから順に表示する
       INQUIRE-PLANS SECTION.
           PERFORM GET-USER
           IF WS-USER-SUCCESS
               MOVE ZERO TO WS-PLAN-COUNT
               MOVE "N" TO WS-PLAN-SCAN-DONE-FLAG
               MOVE WS-INPUT-USER-ID TO PPLN-USER-ID
               START PLAN-FILE KEY = PPLN-USER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-PLAN-SCAN-DONE-FLAG
               END-START
               PERFORM UNTIL WS-PLAN-SCAN-DONE
                   READ PLAN-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-PLAN-SCAN-DONE-FLAG
                       NOT AT END
                           IF PPLN-USER-ID NOT = WS-INPUT-USER-ID
                               MOVE "Y" TO WS-PLAN-SCAN-DONE-FLAG
                           ELSE
                               ADD 1 TO WS-PLAN-COUNT
                               PERFORM DISPLAY-PLAN-SCHEDULE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-PPLN-STATUS
               IF WS-PLAN-COUNT = ZERO
                   DISPLAY "分割払い計画はありません。"
               END-IF
           END-IF
           MOVE "00" TO WS-USER-STATUS.

      * 計画取消：進行中の計画を取消し、延滞金を計画から外す
       CANCEL-PLAN SECTION.
           PERFORM GET-USER
           IF WS-USER-SUCCESS
               PERFORM FIND-OPEN-PLAN
               IF NOT WS-PLAN-FOUND
                   DISPLAY "進行中の分割払い計画はあり"
                       "ません。"
               ELSE
                   PERFORM DISPLAY-PLAN-SCHEDULE
                   DISPLAY "この計画を取消しますか？ (Y/N"
                       "): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRMED
                       PERFORM EXECUTE-CANCEL-PLAN
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO WS-USER-STATUS.

       EXECUTE-CANCEL-PLAN SECTION.
           MOVE PPLN-STATUS TO WS-AUDIT-BEFORE
           MOVE "X" TO PPLN-STATUS
           MOVE WS-CURRENT-DATE TO PPLN-CLOSE-DATE
           REWRITE PPLN-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   PERFORM VARYING WS-PF-I FROM 1 BY 1
                           UNTIL WS-PF-I > PPLN-FINE-COUNT
                       MOVE PPLN-FINE-NO(WS-PF-I) TO FINE-NO
                       READ FINE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF FINE-PLAN-NO = PPLN-PLAN-NO
                                   MOVE ZERO TO FINE-PLAN-NO
                                   MOVE SPACE TO FINE-PLAN-STATUS
                                   REWRITE FINE-RECORD
                                       INVALID KEY
                                           DISPLAY MSG-FILE-WRITE
                                   END-REWRITE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-FINE-STATUS
                   DISPLAY "分割払い計画を取消しました。"
                   MOVE PPLN-PLAN-NO TO WS-AUDIT-KEY
                   MOVE PPLN-STATUS TO WS-AUDIT-AFTER
                   CALL "LIBAUDIT" USING "PAYPLAN", WS-AUDIT-KEY,
                       "CANCEL", "LIBPPLN", LS-OPERATOR-ID,
                       WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                       WS-AUDIT-RETURN-CODE
           END-REWRITE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
