******************************************************************
      * 図書館管理システム - 延滞金減免処理プログラム
      *
      * 1件ごとの減免申請と承認のほか、期間を決めて多数の
      * 延滞金をまとめて減免する恩赦キャンペーン（amnesty.dat）の
      * 登録・一覧・中止を行う。キャンペーンの減免は一括減免
      * バッチLIBAMNSが主任以上の承認1回で実行する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBWAIVE.
               RECORD KEY IS FPER-PERIOD
               FILE STATUS IS WS-FPER-STATUS.

           SELECT AMNESTY-FILE
               ASSIGN TO "amnesty.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMN-ID
               FILE STATUS IS WS-AMN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FPERFILE.

       FD  AMNESTY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AMNFILE.

       WORKING-STORAGE SECTION.
       01  WS-AMN-STATUS            PIC XX VALUE "00".
           88  WS-AMN-SUCCESS       VALUE "00".
           88  WS-AMN-EOF           VALUE "10".
       01  WS-FPER-STATUS           PIC XX VALUE "00".
           88  WS-FPER-SUCCESS      VALUE "00".
       01  WS-FPER-OPEN-FLAG        PIC X VALUE "N".
       01  WS-PENDING-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-DISP-AMOUNT           PIC ZZZ,ZZ9.99.

      * 恩赦キャンペーンの入力
       01  WS-INPUT-AMN-ID          PIC X(6) VALUE SPACES.
       01  WS-INPUT-AMN-NAME        PIC X(40) VALUE SPACES.
       01  WS-INPUT-AMN-START       PIC 9(8) VALUE ZERO.
       01  WS-INPUT-AMN-END         PIC 9(8) VALUE ZERO.
       01  WS-INPUT-AMN-FINE-TYPES  PIC X(5) VALUE SPACES.
       01  WS-INPUT-AMN-USER-TYPES  PIC X(3) VALUE SPACES.
       01  WS-INPUT-AMN-MAX         PIC 9(6) VALUE ZERO.
       01  WS-AMN-CHECK-FLAG        PIC X VALUE "N".
           88  WS-AMN-CHECK-OK      VALUE "Y".
       01  WS-AMN-I                 PIC 9(1) VALUE ZERO.
       01  WS-AMN-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-AMN-STATUS-NAME       PIC X(12) VALUE SPACES.
       01  WS-DISP-AMN-TOTAL        PIC ZZ,ZZZ,ZZ9.
       01  WS-DISP-AMN-MAX          PIC ZZZ,ZZ9.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
           05  LINE 4 COL 1         VALUE "1. 減免申請登録".
           05  LINE 5 COL 1         VALUE "2. 減免承認／却下".
           05  LINE 6 COL 1         VALUE "3. 申請中一覧".
           05  LINE 7 COL 1         VALUE
               "4. 恩赦キャンペーン登録".
           05  LINE 8 COL 1         VALUE
               "5. 恩赦キャンペーン一覧".
           05  LINE 9 COL 1         VALUE
               "6. 恩赦キャンペーン中止".
           05  LINE 10 COL 1        VALUE "9. 戻る".
           05  LINE 12 COL 1        VALUE "選択: ".
           05  LINE 12 COL 8        PIC 9 USING WS-CHOICE.

       01  WAIVE-REQUEST-SCREEN.
           05  LINE 2 COL 1         VALUE "減免申請登録".
           05  LINE 14 COL 1       VALUE "承認(A)／却下(J): ".
           05  LINE 14 COL 20      PIC X USING WS-DECISION.

       01  AMNESTY-ENTRY-SCREEN.
           05  LINE 2 COL 1         VALUE
               "恩赦キャンペーン登録".
           05  LINE 4 COL 1         VALUE "キャンペーンID: ".
           05  LINE 4 COL 18        PIC X(6) USING WS-INPUT-AMN-ID.
           05  LINE 5 COL 1         VALUE "名称: ".
           05  LINE 5 COL 8         PIC X(40) USING WS-INPUT-AMN-NAME.
           05  LINE 6 COL 1         VALUE "開始日(YYYYMMDD): ".
           05  LINE 6 COL 20        PIC 9(8) USING WS-INPUT-AMN-START.
           05  LINE 7 COL 1         VALUE "終了日(YYYYMMDD): ".
           05  LINE 7 COL 20        PIC 9(8) USING WS-INPUT-AMN-END.
           05  LINE 8 COL 1         VALUE
               "対象延滞金種別(O/R/D/M/C): ".
           05  LINE 8 COL 29
               PIC X(5) USING WS-INPUT-AMN-FINE-TYPES.
           05  LINE 9 COL 1         VALUE
               "対象利用者区分(1/2/3): ".
           05  LINE 9 COL 25
               PIC X(3) USING WS-INPUT-AMN-USER-TYPES.
           05  LINE 10 COL 1        VALUE
               "1件の上限額(0=上限なし): ".
           05  LINE 10 COL 27       PIC 9(6) USING WS-INPUT-AMN-MAX.

       01  AMNESTY-SELECT-SCREEN.
           05  LINE 2 COL 1         VALUE
               "恩赦キャンペーン中止".
           05  LINE 4 COL 1         VALUE "キャンペーンID: ".
           05  LINE 4 COL 18        PIC X(6) USING WS-INPUT-AMN-ID.

       01  CONTINUE-SCREEN.
           05  LINE 18 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 18 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
           OPEN INPUT PERIOD-FILE
           IF WS-FPER-SUCCESS
               MOVE "Y" TO WS-FPER-OPEN-FLAG
           END-IF
           OPEN I-O AMNESTY-FILE
           IF NOT WS-AMN-SUCCESS
               OPEN OUTPUT AMNESTY-FILE
               CLOSE AMNESTY-FILE
               OPEN I-O AMNESTY-FILE
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE OPERATOR-FILE
           IF WS-FPER-OPEN
               CLOSE PERIOD-FILE
           END-IF
           CLOSE AMNESTY-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY WAIVE-MENU-SCREEN
                   PERFORM DECIDE-WAIVER-REQUEST
               WHEN 3
                   PERFORM LIST-PENDING-WAIVERS
               WHEN 4
                   PERFORM REGISTER-AMNESTY
               WHEN 5
                   PERFORM LIST-AMNESTIES
               WHEN 6
                   PERFORM CANCEL-AMNESTY
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
           IF WS-FINE-SUCCESS
               EVALUATE TRUE
                   WHEN FINE-PAID = "Y"
                       DISPLAY "この延滞金はすでに精算済"
                           "です。"
                   WHEN FINE-WAIVER-REQUESTED
                       DISPLAY "この延滞金はすでに申請中"
                           "です。"
                   WHEN WS-INPUT-REASON = SPACES
                       DISPLAY MSG-INVALID-INPUT
                   WHEN OTHER
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "減免申請を登録しま"
                                   "した。"
                               MOVE FINE-NO TO WS-AUDIT-KEY
                               MOVE FINE-WAIVER-REASON(1:20)
                                   TO WS-AUDIT-AFTER
           END-READ
           IF WS-FINE-SUCCESS
               IF NOT FINE-WAIVER-REQUESTED
                   DISPLAY "この延滞金は申請中ではあり"
                       "ません。"
               ELSE
                   DISPLAY WAIVE-DETAIL-SCREEN
                   PERFORM VERIFY-APPROVER
               MOVE WS-APPROVER-ID TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "承認者IDまたはパスワード"
                           "が違います。"
                   NOT INVALID KEY
                       IF OPER-PASSWORD = WS-APPROVER-PASSWORD
                       AND OPER-ACTIVE
                           IF OPER-SUPERVISOR-UP
                               MOVE "Y" TO WS-APPROVER-OK-FLAG
                           ELSE
                               DISPLAY "承認には主任以上の"
                                   "権限が必要です。"
                           END-IF
                       ELSE
                           DISPLAY "承認者IDまたはパスワー"
                               "ドが違います。"
                       END-IF
               END-READ
           END-IF.
                       CONTINUE
                   NOT INVALID KEY
                       IF FPER-CLOSED
                           DISPLAY "締め済み期間のため当期"
                               "日付で記帳します。"
                           MOVE WS-CURRENT-DATE TO WS-POST-DATE
                           MOVE "Y" TO WS-PRIOR-ADJ-FLAG
                       END-IF
               MOVE "00" TO WS-FPER-STATUS
           END-IF.

      * 恩赦キャンペーンは登録だけを行い、減免の実行と主任以上の
      * 承認は一括減免バッチ（LIBAMNS）で行う
       REGISTER-AMNESTY SECTION.
           MOVE SPACES TO WS-INPUT-AMN-ID
           MOVE SPACES TO WS-INPUT-AMN-NAME
           MOVE ZERO TO WS-INPUT-AMN-START
           MOVE ZERO TO WS-INPUT-AMN-END
           MOVE "O" TO WS-INPUT-AMN-FINE-TYPES
           MOVE "123" TO WS-INPUT-AMN-USER-TYPES
           MOVE ZERO TO WS-INPUT-AMN-MAX
           DISPLAY AMNESTY-ENTRY-SCREEN
           ACCEPT AMNESTY-ENTRY-SCREEN
           PERFORM CHECK-AMNESTY-INPUT
           IF WS-AMN-CHECK-OK
               MOVE WS-INPUT-AMN-ID TO AMN-ID
               MOVE WS-INPUT-AMN-NAME TO AMN-NAME
               MOVE WS-INPUT-AMN-START TO AMN-START-DATE
               MOVE WS-INPUT-AMN-END TO AMN-END-DATE
               MOVE WS-INPUT-AMN-FINE-TYPES TO AMN-FINE-TYPES
               MOVE WS-INPUT-AMN-USER-TYPES TO AMN-USER-TYPES
               MOVE WS-INPUT-AMN-MAX TO AMN-MAX-AMOUNT
               MOVE "P" TO AMN-STATUS
               MOVE LS-OPERATOR-ID TO AMN-CREATE-OPER
               MOVE WS-CURRENT-DATE TO AMN-CREATE-DATE
               MOVE ZERO TO AMN-RUN-DATE
               MOVE SPACES TO AMN-APPR-OPER
               MOVE ZERO TO AMN-FORGIVEN-COUNT
               MOVE ZERO TO AMN-FORGIVEN-AMOUNT
               WRITE AMNESTY-RECORD
                   INVALID KEY
                       DISPLAY MSG-DUPLICATE-KEY
                   NOT INVALID KEY
                       DISPLAY "恩赦キャンペーンを登録し"
                           "ました。"
                       MOVE AMN-ID TO WS-AUDIT-KEY
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE AMN-NAME(1:20) TO WS-AUDIT-AFTER
                       CALL "LIBAUDIT" USING "AMNESTY",
                           WS-AUDIT-KEY, "AMN-ADD",
                           "LIBWAIVE", LS-OPERATOR-ID,
                           WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                           WS-AUDIT-RETURN-CODE
               END-WRITE
               MOVE "00" TO WS-AMN-STATUS
           END-IF.

       CHECK-AMNESTY-INPUT SECTION.
           MOVE "Y" TO WS-AMN-CHECK-FLAG
           EVALUATE TRUE
               WHEN WS-INPUT-AMN-ID = SPACES
               OR WS-INPUT-AMN-NAME = SPACES
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-AMN-CHECK-FLAG
               WHEN WS-INPUT-AMN-START = ZERO
               OR WS-INPUT-AMN-END < WS-INPUT-AMN-START
                   DISPLAY "期間の指定が正しくありま"
                       "せん。"
                   MOVE "N" TO WS-AMN-CHECK-FLAG
               WHEN WS-INPUT-AMN-FINE-TYPES = SPACES
               OR WS-INPUT-AMN-USER-TYPES = SPACES
                   DISPLAY "対象の種別と利用者区分を"
                       "入力してください。"
                   MOVE "N" TO WS-AMN-CHECK-FLAG
           END-EVALUATE
           IF WS-AMN-CHECK-OK
               PERFORM VARYING WS-AMN-I FROM 1 BY 1
                       UNTIL WS-AMN-I > 5
                   IF WS-INPUT-AMN-FINE-TYPES(WS-AMN-I:1)
                       NOT = SPACE AND "O" AND "R" AND "D"
                       AND "M" AND "C"
                       MOVE "N" TO WS-AMN-CHECK-FLAG
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-AMN-I FROM 1 BY 1
                       UNTIL WS-AMN-I > 3
                   IF WS-INPUT-AMN-USER-TYPES(WS-AMN-I:1)
                       NOT = SPACE AND "1" AND "2" AND "3"
                       MOVE "N" TO WS-AMN-CHECK-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-AMN-CHECK-OK
                   DISPLAY "種別または利用者区分に使え"
                       "ない文字"
                       "があります。"
               END-IF
           END-IF.

       LIST-AMNESTIES SECTION.
           MOVE ZERO TO WS-AMN-COUNT
           DISPLAY "恩赦キャンペーン一覧"
           DISPLAY "ID     開始日   終了日   種別  区分 "
               "状態         減免件数 減免額"
           MOVE LOW-VALUES TO AMN-ID
           START AMNESTY-FILE KEY >= AMN-ID
               INVALID KEY
                   MOVE "10" TO WS-AMN-STATUS
           END-START
           PERFORM UNTIL WS-AMN-EOF
               READ AMNESTY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-AMN-STATUS
                   NOT AT END
                       ADD 1 TO WS-AMN-COUNT
                       EVALUATE TRUE
                           WHEN AMN-PLANNED
                               MOVE "未実行" TO WS-AMN-STATUS-NAME
                           WHEN AMN-EXECUTED
                               MOVE "実行済" TO WS-AMN-STATUS-NAME
                           WHEN AMN-CANCELLED
                               MOVE "中止" TO WS-AMN-STATUS-NAME
                           WHEN OTHER
                               MOVE SPACES TO WS-AMN-STATUS-NAME
                       END-EVALUATE
                       MOVE AMN-FORGIVEN-AMOUNT TO WS-DISP-AMN-TOTAL
                       DISPLAY AMN-ID SPACE AMN-START-DATE SPACE
                           AMN-END-DATE SPACE AMN-FINE-TYPES SPACE
                           AMN-USER-TYPES SPACE WS-AMN-STATUS-NAME
                           SPACE AMN-FORGIVEN-COUNT SPACE
                           WS-DISP-AMN-TOTAL
                       MOVE AMN-MAX-AMOUNT TO WS-DISP-AMN-MAX
                       DISPLAY "       " AMN-NAME
                           " 上限額: " WS-DISP-AMN-MAX
               END-READ
           END-PERFORM
           MOVE "00" TO WS-AMN-STATUS
           IF WS-AMN-COUNT = ZERO
               DISPLAY "登録された恩赦キャンペーンはあ"
                   "りません。"
           END-IF.

      * 中止したキャンペーンは一括減免バッチで実行できない。
      * 実行済の減免は取り消さない
       CANCEL-AMNESTY SECTION.
           MOVE SPACES TO WS-INPUT-AMN-ID
           DISPLAY AMNESTY-SELECT-SCREEN
           ACCEPT AMNESTY-SELECT-SCREEN
           MOVE WS-INPUT-AMN-ID TO AMN-ID
           READ AMNESTY-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "23" TO WS-AMN-STATUS
           END-READ
           IF WS-AMN-SUCCESS
               IF AMN-CANCELLED
                   DISPLAY "このキャンペーンはすでに中"
                       "止されて"
                       "います。"
               ELSE
                   MOVE AMN-STATUS TO WS-AUDIT-BEFORE
                   MOVE "C" TO AMN-STATUS
                   REWRITE AMNESTY-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "恩赦キャンペーンを中止"
                               "しました。"
                           MOVE AMN-ID TO WS-AUDIT-KEY
                           MOVE AMN-STATUS TO WS-AUDIT-AFTER
                           CALL "LIBAUDIT" USING "AMNESTY",
                               WS-AUDIT-KEY, "AMN-CANCEL",
                               "LIBWAIVE", LS-OPERATOR-ID,
                               WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                               WS-AUDIT-RETURN-CODE
                   END-REWRITE
               END-IF
           END-IF
           MOVE "00" TO WS-AMN-STATUS.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
