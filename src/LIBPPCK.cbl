******************************************************************
      * 図書館管理システム - 分割払い計画 月次確認バッチ
      *
      * 進行中の分割払い計画（payment_plan.dat）を1件ずつ確認し、
      *  (1) 計画内の延滞金がすべて支払済（減免・償却を含む）なら
      *      完済とする
      *  (2) 期日から猶予日数を過ぎた分割回までの約定額に入金累計
      *      が届かない返済中の計画を不履行とし、計画内の未払い
      *      延滞金を貸出停止の対象に戻す
      *  (3) 不履行の計画で約定額に追いついているものは返済中に
      *      戻す
      * 結果は payment_plan_check_YYYYMMDD.txt に出力する。
      * 月初に1回実行する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBPPCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE
               ASSIGN TO "payment_plan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPLN-PLAN-NO
               ALTERNATE RECORD KEY IS PPLN-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-PPLN-STATUS.

           SELECT FINE-FILE
               ASSIGN TO "fine.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-NO
               ALTERNATE RECORD KEY IS FINE-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-FINE-STATUS.

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
       FD  PLAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PPLNFILE.

       FD  FINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FINEFILE.

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PPLN-STATUS           PIC XX VALUE "00".
           88  WS-PPLN-SUCCESS      VALUE "00".
           88  WS-PPLN-EOF          VALUE "10".

       01  WS-FINE-STATUS           PIC XX VALUE "00".
           88  WS-FINE-SUCCESS      VALUE "00".

       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

      * 期日からこの日数を過ぎても入金がなければ不履行とする
       01  WS-GRACE-DAYS            PIC 9(02) VALUE 7.
       01  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.

       01  WS-PLAN-I                PIC 9(02) VALUE ZERO.
       01  WS-PLAN-DUE-TO-DATE      PIC 9(7)V99 VALUE ZERO.
       01  WS-PLAN-OPEN-BALANCE     PIC 9(7)V99 VALUE ZERO.
       01  WS-NEW-FINE-STATUS       PIC X(1) VALUE SPACE.
       01  WS-OLD-PLAN-STATUS       PIC X(1) VALUE SPACE.

       01  WS-CHECKED-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-MISSED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-RESTORED-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-COMPLETED-COUNT       PIC 9(6) VALUE ZERO.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ACTION          PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                     分割払い計画 月次確認".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER               PIC X(11) VALUE "基準日: ".
           05  WS-HD-DATE           PIC 9(8).
           05  FILLER               PIC X(28) VALUE
               "  不履行判定の期日: ".
           05  WS-HD-CUTOFF         PIC 9(8).
           05  FILLER               PIC X(77) VALUE " 以前".

       01  WS-COLUMN-LINE           PIC X(132) VALUE
           "計画番号  利用者ID  氏名                        "
           & "   結果    "
           & "   約定額     入金累計     未払い残高".

       01  WS-DETAIL-LINE.
           05  WS-DET-PLAN-NO       PIC 9(8).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-USER-ID       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-USER-NAME     PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-RESULT        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DET-DUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-PAID          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-BALANCE       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(33) VALUE SPACES.

       01  WS-FOOTER-LINE.
           05  FILLER               PIC X(14) VALUE "確認計画: ".
           05  WS-FT-CHECKED        PIC Z(05)9.
           05  FILLER               PIC X(16) VALUE "件  不履行: ".
           05  WS-FT-MISSED         PIC Z(05)9.
           05  FILLER               PIC X(16) VALUE "件  復帰: ".
           05  WS-FT-RESTORED       PIC Z(05)9.
           05  FILLER               PIC X(16) VALUE "件  完済: ".
           05  WS-FT-COMPLETED      PIC Z(05)9.
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(49) VALUE SPACES.

       COPY LIBERROR.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILES
           IF WS-PPLN-SUCCESS
               PERFORM CHECK-ALL-PLANS
           ELSE
               MOVE "分割払い計画はありません。"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-FOOTER
           PERFORM CLOSE-FILES
           DISPLAY "分割払い計画の月次確認を出力しま"
               "した: "
               WS-REPORT-FILENAME
           DISPLAY "不履行: " WS-MISSED-COUNT "件  復帰: "
               WS-RESTORED-COUNT "件  完済: "
                   WS-COMPLETED-COUNT "件"
           GOBACK.

       OPEN-FILES SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-GRACE-DAYS)
           STRING "payment_plan_check_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN I-O PLAN-FILE
           OPEN I-O FINE-FILE
           OPEN INPUT USER-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-CURRENT-DATE TO WS-HD-DATE
           MOVE WS-CUTOFF-DATE TO WS-HD-CUTOFF
           WRITE REPORT-LINE FROM WS-DATE-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

       CLOSE-FILES SECTION.
           IF WS-PPLN-SUCCESS OR WS-PPLN-EOF
               CLOSE PLAN-FILE
           END-IF
           CLOSE FINE-FILE
           CLOSE USER-FILE
           CLOSE REPORT-FILE.

       CHECK-ALL-PLANS SECTION.
           MOVE LOW-VALUES TO PPLN-PLAN-NO
           START PLAN-FILE KEY >= PPLN-PLAN-NO
               INVALID KEY
                   MOVE "10" TO WS-PPLN-STATUS
           END-START
           PERFORM UNTIL WS-PPLN-EOF
               READ PLAN-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PPLN-STATUS
                   NOT AT END
                       IF PPLN-OPEN
                           ADD 1 TO WS-CHECKED-COUNT
                           PERFORM CHECK-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-PLAN SECTION.
           MOVE PPLN-STATUS TO WS-OLD-PLAN-STATUS
           PERFORM SUM-PLAN-OPEN-BALANCE
           MOVE ZERO TO WS-PLAN-DUE-TO-DATE
           PERFORM VARYING WS-PLAN-I FROM 1 BY 1
                   UNTIL WS-PLAN-I > PPLN-INST-COUNT
               IF PPLN-INST-DUE-DATE(WS-PLAN-I) <= WS-CUTOFF-DATE
                   ADD PPLN-INST-AMOUNT(WS-PLAN-I)
                       TO WS-PLAN-DUE-TO-DATE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PLAN-OPEN-BALANCE = ZERO
                   MOVE "C" TO PPLN-STATUS
                   MOVE WS-CURRENT-DATE TO PPLN-CLOSE-DATE
                   MOVE "完済" TO WS-DET-RESULT
                   MOVE "COMPLETE" TO WS-AUDIT-ACTION
                   ADD 1 TO WS-COMPLETED-COUNT
               WHEN PPLN-CURRENT
               AND PPLN-PAID-AMOUNT < WS-PLAN-DUE-TO-DATE
                   MOVE "M" TO PPLN-STATUS
                   MOVE WS-CURRENT-DATE TO PPLN-MISSED-DATE
                   MOVE "M" TO WS-NEW-FINE-STATUS
                   MOVE "不履行" TO WS-DET-RESULT
                   MOVE "MISSED" TO WS-AUDIT-ACTION
                   ADD 1 TO WS-MISSED-COUNT
               WHEN PPLN-MISSED
               AND PPLN-PAID-AMOUNT >= WS-PLAN-DUE-TO-DATE
                   MOVE "A" TO PPLN-STATUS
                   MOVE ZERO TO PPLN-MISSED-DATE
                   MOVE "A" TO WS-NEW-FINE-STATUS
                   MOVE "復帰" TO WS-DET-RESULT
                   MOVE "RESTORE" TO WS-AUDIT-ACTION
                   ADD 1 TO WS-RESTORED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF PPLN-STATUS NOT = WS-OLD-PLAN-STATUS
               REWRITE PPLN-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       IF PPLN-OPEN
                           PERFORM SET-PLAN-FINE-STATUS
                       END-IF
                       PERFORM WRITE-PLAN-DETAIL
                       MOVE PPLN-PLAN-NO TO WS-AUDIT-KEY
                       MOVE WS-OLD-PLAN-STATUS TO WS-AUDIT-BEFORE
                       MOVE PPLN-STATUS TO WS-AUDIT-AFTER
                       CALL "LIBAUDIT" USING "PAYPLAN", WS-AUDIT-KEY,
                           WS-AUDIT-ACTION, "LIBPPCK", "BATCH   ",
                           WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                           WS-AUDIT-RETURN-CODE
               END-REWRITE
           END-IF.

      * 計画内でまだ未払いの延滞金の残額を合計する
       SUM-PLAN-OPEN-BALANCE SECTION.
           MOVE ZERO TO WS-PLAN-OPEN-BALANCE
           PERFORM VARYING WS-PLAN-I FROM 1 BY 1
                   UNTIL WS-PLAN-I > PPLN-FINE-COUNT
               MOVE PPLN-FINE-NO(WS-PLAN-I) TO FINE-NO
               READ FINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FINE-PAID = "N"
                       AND FINE-PLAN-NO = PPLN-PLAN-NO
                           COMPUTE WS-PLAN-OPEN-BALANCE =
                               WS-PLAN-OPEN-BALANCE
                               + FINE-AMOUNT - FINE-PAID-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FINE-STATUS.

      * 不履行なら計画内の未払い延滞金を貸出停止に戻し、復帰なら
      * 再び対象外にする
       SET-PLAN-FINE-STATUS SECTION.
           PERFORM VARYING WS-PLAN-I FROM 1 BY 1
                   UNTIL WS-PLAN-I > PPLN-FINE-COUNT
               MOVE PPLN-FINE-NO(WS-PLAN-I) TO FINE-NO
               READ FINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FINE-PLAN-NO = PPLN-PLAN-NO
                           MOVE WS-NEW-FINE-STATUS TO FINE-PLAN-STATUS
                           REWRITE FINE-RECORD
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FINE-STATUS.

       WRITE-PLAN-DETAIL SECTION.
           MOVE PPLN-PLAN-NO TO WS-DET-PLAN-NO
           MOVE PPLN-USER-ID TO WS-DET-USER-ID
           MOVE PPLN-USER-ID TO USER-ID
           READ USER-FILE
               INVALID KEY
                   MOVE "*** 利用者情報なし ***" TO USER-NAME
           END-READ
           MOVE "00" TO WS-USER-STATUS
           MOVE USER-NAME TO WS-DET-USER-NAME
           MOVE WS-PLAN-DUE-TO-DATE TO WS-DET-DUE
           MOVE PPLN-PAID-AMOUNT TO WS-DET-PAID
           MOVE WS-PLAN-OPEN-BALANCE TO WS-DET-BALANCE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-FOOTER SECTION.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-CHECKED-COUNT TO WS-FT-CHECKED
           MOVE WS-MISSED-COUNT TO WS-FT-MISSED
           MOVE WS-RESTORED-COUNT TO WS-FT-RESTORED
           MOVE WS-COMPLETED-COUNT TO WS-FT-COMPLETED
           WRITE REPORT-LINE FROM WS-FOOTER-LINE.
