******************************************************************
      * 図書館管理システム - 延滞金恩赦キャンペーン一括減免バッチ
      *
      * LIBWAIVEで登録した恩赦キャンペーン（amnesty.dat）を指定して
      * 実行する。キャンペーンの期間内に返却された資料の延滞金の
      * うち、対象の延滞金種別・利用者区分に当たり、未払残高が
      * 上限額以下のものを、主任以上の承認1回でまとめて減免する
      * （キャンペーンを登録したオペレータ本人は承認できない）。
      * 減免はLIBWAIVEの承認と同じく減免区分を承認済（A）とし、
      * 支払済扱いにする。回収機関へ移管中・分割払い計画で返済中・
      * 償却済・取消済のものは対象外とする。
      * 経理課向けに、利用者ごとの減免明細と減免件数・金額の合計を
      * 報告書に出力する。期間の終了後に再実行すると、その後に
      * 返却処理された分を追加で減免し、累計を加算する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBAMNS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMNESTY-FILE
               ASSIGN TO "amnesty.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMN-ID
               FILE STATUS IS WS-AMN-STATUS.

           SELECT FINE-FILE
               ASSIGN TO "fine.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-NO
               ALTERNATE RECORD KEY IS FINE-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-FINE-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "loan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               ALTERNATE RECORD KEY IS LOAN-BOOK-ID
               ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO "loan_archive.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LARC-LOAN-NO
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT USER-FILE
               ASSIGN TO "user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMNESTY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AMNFILE.

       FD  FINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FINEFILE.

       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANFILE.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANARCH.

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AMN-STATUS            PIC XX VALUE "00".
           88  WS-AMN-SUCCESS       VALUE "00".

       01  WS-FINE-STATUS           PIC XX VALUE "00".
           88  WS-FINE-SUCCESS      VALUE "00".
           88  WS-FINE-EOF          VALUE "10".

       01  WS-LOAN-STATUS           PIC XX VALUE "00".
           88  WS-LOAN-SUCCESS      VALUE "00".

       01  WS-ARCH-STATUS           PIC XX VALUE "00".
           88  WS-ARCH-SUCCESS      VALUE "00".

       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".

       01  WS-OPER-STATUS           PIC XX VALUE "00".
           88  WS-OPER-SUCCESS      VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-INPUT-AMN-ID          PIC X(6) VALUE SPACES.
       01  WS-CAMPAIGN-OK-FLAG      PIC X VALUE "N".
           88  WS-CAMPAIGN-OK       VALUE "Y".
       01  WS-AMN-OPEN-FLAG         PIC X VALUE "N".
           88  WS-AMN-OPEN          VALUE "Y".
       01  WS-LOAN-OPEN-FLAG        PIC X VALUE "N".
           88  WS-LOAN-OPEN         VALUE "Y".
       01  WS-ARCH-OPEN-FLAG        PIC X VALUE "N".
           88  WS-ARCH-OPEN         VALUE "Y".
       01  WS-USER-OPEN-FLAG        PIC X VALUE "N".
           88  WS-USER-OPEN         VALUE "Y".

       01  WS-APPROVER-ID           PIC X(8) VALUE SPACES.
       01  WS-APPROVER-PASSWORD     PIC X(8) VALUE SPACES.
       01  WS-APPROVER-OK-FLAG      PIC X VALUE "N".
           88  WS-APPROVER-OK       VALUE "Y".

       01  WS-CONFIRM               PIC X VALUE "N".
           88  WS-CONFIRMED         VALUE "Y", "y".

      * 対象判定の作業域
       01  WS-TARGET-FLAG           PIC X VALUE "N".
           88  WS-TARGET            VALUE "Y".
       01  WS-FINE-TYPE-CODE        PIC X(1) VALUE SPACE.
       01  WS-TALLY                 PIC 9(2) VALUE ZERO.
       01  WS-RETURN-DATE           PIC 9(8) VALUE ZERO.
       01  WS-REMAINING             PIC 9(7)V99 VALUE ZERO.

      * 走査中のREWRITEで読み順が乱れるのを避けるため、対象の
      * 延滞金番号を利用者順に先に洗い出してから個別に更新する
       01  WS-WORK-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-WORK-TABLE.
           05  WS-WK-ENTRY OCCURS 9999 TIMES.
               10  WS-WK-FINE-NO        PIC 9(10).
               10  WS-WK-RETURN-DATE    PIC 9(8).
       01  WS-WK-I                  PIC 9(4) VALUE ZERO.

      * 利用者ごとの小計と全体の合計
       01  WS-PREV-USER-ID          PIC X(8) VALUE SPACES.
       01  WS-USER-FINES            PIC 9(3) VALUE ZERO.
       01  WS-USER-AMOUNT           PIC 9(9)V99 VALUE ZERO.
       01  WS-PATRON-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-FORGIVEN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-FORGIVEN-TOTAL        PIC 9(9)V99 VALUE ZERO.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       01  WS-DISP-MAX              PIC ZZZ,ZZ9.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                    延滞金恩赦キャンペーン"
           & "減免報告".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CAMPAIGN-LINE.
           05  FILLER               PIC X(20) VALUE
               "キャンペーン: ".
           05  WS-CL-ID             PIC X(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-CL-NAME           PIC X(40).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "承認者: ".
           05  WS-CL-APPROVER       PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "実行日: ".
           05  WS-CL-RUN-DATE       PIC 9(8).
           05  FILLER               PIC X(23) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(8) VALUE "期間: ".
           05  WS-CD-START          PIC 9(8).
           05  FILLER               PIC X(3) VALUE "〜".
           05  WS-CD-END            PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE
               "延滞金種別: ".
           05  WS-CD-FINE-TYPES     PIC X(5).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE
               "利用者区分: ".
           05  WS-CD-USER-TYPES     PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "上限額: ".
           05  WS-CD-MAX            PIC X(12).
           05  FILLER               PIC X(34) VALUE SPACES.

       01  WS-COLUMN-LINE           PIC X(132) VALUE
           "利用者ID  氏名                            "
           & "延滞金番号  種別 貸出番号    返却日"
           & "    査定日        金額".

       01  WS-DETAIL-LINE.
           05  WS-DET-USER-ID       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-NAME          PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-FINE-NO       PIC 9(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-TYPE          PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DET-LOAN-NO       PIC 9(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-RETURN        PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-ASSESSED      PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-AMOUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(35) VALUE SPACES.

       01  WS-SUBTOTAL-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "利用者計: ".
           05  WS-ST-COUNT          PIC ZZ9.
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-ST-AMOUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE "円".
           05  FILLER               PIC X(84) VALUE SPACES.

       01  WS-FOOTER-LINE.
           05  FILLER               PIC X(20) VALUE
               "対象利用者数: ".
           05  WS-FT-PATRONS        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE "人".
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "減免件数: ".
           05  WS-FT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "減免額: ".
           05  WS-FT-TOTAL          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE "円".
           05  FILLER               PIC X(45) VALUE SPACES.

       COPY LIBERROR.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM GET-CAMPAIGN
           IF WS-CAMPAIGN-OK
               PERFORM VERIFY-APPROVER
               IF WS-APPROVER-OK
                   PERFORM OPEN-FILES
                   PERFORM COLLECT-TARGETS
                   IF WS-WORK-COUNT = ZERO
                       DISPLAY "減免対象の延滞金は"
                           "ありません。"
                   ELSE
                       DISPLAY "減免対象: " WS-WORK-COUNT "件"
                       DISPLAY "実行しますか？ (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRMED
                           PERFORM WRITE-REPORT-HEADER
                           PERFORM PROCESS-AMNESTY
                           PERFORM WRITE-REPORT-FOOTER
                           PERFORM UPDATE-CAMPAIGN
                           DISPLAY "一括減免が完了しました: "
                               WS-FORGIVEN-COUNT "件"
                           DISPLAY "報告書: " WS-REPORT-FILENAME
                       ELSE
                           DISPLAY "一括減免を"
                               "中止しました。"
                       END-IF
                   END-IF
                   PERFORM CLOSE-FILES
               END-IF
           END-IF
           IF WS-AMN-OPEN
               CLOSE AMNESTY-FILE
           END-IF
           GOBACK.

      * 中止したキャンペーンは実行しない。実行済のものは、その後の
      * 返却分を拾うために再実行できる
       GET-CAMPAIGN SECTION.
           MOVE "N" TO WS-CAMPAIGN-OK-FLAG
           OPEN I-O AMNESTY-FILE
           IF NOT WS-AMN-SUCCESS
               DISPLAY "恩赦キャンペーンが"
                   "登録されていません。"
           ELSE
               MOVE "Y" TO WS-AMN-OPEN-FLAG
               DISPLAY "キャンペーンID: "
               ACCEPT WS-INPUT-AMN-ID
               MOVE WS-INPUT-AMN-ID TO AMN-ID
               READ AMNESTY-FILE
                   INVALID KEY
                       DISPLAY MSG-RECORD-NOT-FOUND
                   NOT INVALID KEY
                       IF AMN-CANCELLED
                           DISPLAY "このキャンペーンは"
                               "中止されています。"
                       ELSE
                           MOVE "Y" TO WS-CAMPAIGN-OK-FLAG
                           DISPLAY AMN-NAME
                           DISPLAY "期間: " AMN-START-DATE " 〜 "
                               AMN-END-DATE
                           IF AMN-EXECUTED
                               DISPLAY "実行済（前回 "
                                   AMN-RUN-DATE "）。"
                                   "その後の返却分を追加で"
                                   "減免します。"
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * 一括減免は主任以上の承認が必要。登録者本人は承認できない
       VERIFY-APPROVER SECTION.
           MOVE "N" TO WS-APPROVER-OK-FLAG
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-SUCCESS
               DISPLAY "オペレータファイルが"
                   "見つかりません。"
           ELSE
               DISPLAY "承認者ID: "
               ACCEPT WS-APPROVER-ID
               DISPLAY "パスワード: "
               ACCEPT WS-APPROVER-PASSWORD
               IF WS-APPROVER-ID = AMN-CREATE-OPER
                   DISPLAY "キャンペーンの登録者本人は"
                       "承認できません。"
               ELSE
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
                                   DISPLAY "一括減免には"
                                       "主任以上の権限が"
                                       "必要です。"
                               END-IF
                           ELSE
                               DISPLAY "承認者IDまたは"
                                   "パスワードが"
                                   "違います。"
                           END-IF
                   END-READ
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.

       OPEN-FILES SECTION.
           STRING "amnesty_report_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN I-O FINE-FILE
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-SUCCESS
               MOVE "Y" TO WS-LOAN-OPEN-FLAG
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-SUCCESS
               MOVE "Y" TO WS-ARCH-OPEN-FLAG
           END-IF
           OPEN INPUT USER-FILE
           IF WS-USER-SUCCESS
               MOVE "Y" TO WS-USER-OPEN-FLAG
           END-IF
           OPEN OUTPUT REPORT-FILE.

       CLOSE-FILES SECTION.
           CLOSE FINE-FILE
           IF WS-LOAN-OPEN
               CLOSE LOAN-FILE
           END-IF
           IF WS-ARCH-OPEN
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-USER-OPEN
               CLOSE USER-FILE
           END-IF
           CLOSE REPORT-FILE.

      * 利用者ID順に読み、報告書を利用者ごとにまとめられるようにする
       COLLECT-TARGETS SECTION.
           MOVE LOW-VALUES TO FINE-USER-ID
           START FINE-FILE KEY >= FINE-USER-ID
               INVALID KEY
                   MOVE "10" TO WS-FINE-STATUS
           END-START
           PERFORM UNTIL WS-FINE-EOF
               READ FINE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-FINE-STATUS
                   NOT AT END
                       PERFORM CHECK-ONE-TARGET
                       IF WS-TARGET
                       AND WS-WORK-COUNT < 9999
                           ADD 1 TO WS-WORK-COUNT
                           MOVE FINE-NO
                               TO WS-WK-FINE-NO(WS-WORK-COUNT)
                           MOVE WS-RETURN-DATE
                               TO WS-WK-RETURN-DATE(WS-WORK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FINE-STATUS.

      * 未払いで会計上の処理（償却・移管・分割払い・取消）に
      * 入っていないこと、種別・上限額が条件に合うことを確かめて
      * から、返却日と利用者区分を引き当てる
       CHECK-ONE-TARGET SECTION.
           MOVE "N" TO WS-TARGET-FLAG
           MOVE ZERO TO WS-RETURN-DATE
           COMPUTE WS-REMAINING = FINE-AMOUNT - FINE-PAID-AMOUNT
           MOVE FINE-TYPE TO WS-FINE-TYPE-CODE
           IF WS-FINE-TYPE-CODE = SPACE
               MOVE "O" TO WS-FINE-TYPE-CODE
           END-IF
           MOVE ZERO TO WS-TALLY
           INSPECT AMN-FINE-TYPES TALLYING WS-TALLY
               FOR ALL WS-FINE-TYPE-CODE
           IF FINE-PAID = "N"
           AND FINE-NOT-WRITTEN-OFF
           AND FINE-NOT-REFERRED
           AND FINE-NOT-REVERSED
           AND NOT FINE-ON-CURRENT-PLAN
           AND FINE-LOAN-NO NOT = ZERO
           AND WS-REMAINING > ZERO
           AND WS-TALLY > ZERO
               IF AMN-MAX-AMOUNT = ZERO
               OR WS-REMAINING <= AMN-MAX-AMOUNT
                   PERFORM FIND-RETURN-DATE
                   IF WS-RETURN-DATE >= AMN-START-DATE
                   AND WS-RETURN-DATE <= AMN-END-DATE
                       PERFORM CHECK-USER-TYPE
                   END-IF
               END-IF
           END-IF.

      * 返却日は貸出ファイルから、退避済なら貸出退避ファイルから取る
       FIND-RETURN-DATE SECTION.
           IF WS-LOAN-OPEN
               MOVE FINE-LOAN-NO TO LOAN-NO
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOAN-RETURN-DATE TO WS-RETURN-DATE
               END-READ
               MOVE "00" TO WS-LOAN-STATUS
           END-IF
           IF WS-RETURN-DATE = ZERO
           AND WS-ARCH-OPEN
               MOVE FINE-LOAN-NO TO LARC-LOAN-NO
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LARC-RETURN-DATE TO WS-RETURN-DATE
               END-READ
               MOVE "00" TO WS-ARCH-STATUS
           END-IF.

       CHECK-USER-TYPE SECTION.
           IF WS-USER-OPEN
               MOVE FINE-USER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USER-TYPE NOT = SPACE
                           MOVE ZERO TO WS-TALLY
                           INSPECT AMN-USER-TYPES TALLYING WS-TALLY
                               FOR ALL USER-TYPE
                           IF WS-TALLY > ZERO
                               MOVE "Y" TO WS-TARGET-FLAG
                           END-IF
                       END-IF
               END-READ
               MOVE "00" TO WS-USER-STATUS
           END-IF.

       WRITE-REPORT-HEADER SECTION.
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE AMN-ID TO WS-CL-ID
           MOVE AMN-NAME TO WS-CL-NAME
           MOVE WS-APPROVER-ID TO WS-CL-APPROVER
           MOVE WS-CURRENT-DATE TO WS-CL-RUN-DATE
           WRITE REPORT-LINE FROM WS-CAMPAIGN-LINE
           MOVE AMN-START-DATE TO WS-CD-START
           MOVE AMN-END-DATE TO WS-CD-END
           MOVE AMN-FINE-TYPES TO WS-CD-FINE-TYPES
           MOVE AMN-USER-TYPES TO WS-CD-USER-TYPES
           IF AMN-MAX-AMOUNT = ZERO
               MOVE "上限なし" TO WS-CD-MAX
           ELSE
               MOVE AMN-MAX-AMOUNT TO WS-DISP-MAX
               MOVE WS-DISP-MAX TO WS-CD-MAX
           END-IF
           WRITE REPORT-LINE FROM WS-CONDITION-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

       PROCESS-AMNESTY SECTION.
           MOVE SPACES TO WS-PREV-USER-ID
           PERFORM VARYING WS-WK-I FROM 1 BY 1
                   UNTIL WS-WK-I > WS-WORK-COUNT
               MOVE WS-WK-FINE-NO(WS-WK-I) TO FINE-NO
               READ FINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FORGIVE-ONE-FINE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FINE-STATUS
           IF WS-PREV-USER-ID NOT = SPACES
               PERFORM WRITE-USER-SUBTOTAL
           END-IF.

      * LIBWAIVEの承認と同じく減免区分を承認済とし支払済扱いにする
       FORGIVE-ONE-FINE SECTION.
           COMPUTE WS-REMAINING = FINE-AMOUNT - FINE-PAID-AMOUNT
           MOVE FINE-PAID TO WS-AUDIT-BEFORE
           MOVE "A" TO FINE-WAIVER-STATUS
           MOVE SPACES TO FINE-WAIVER-REASON
           STRING "恩赦 " DELIMITED BY SIZE
                   AMN-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AMN-NAME DELIMITED BY SIZE
               INTO FINE-WAIVER-REASON
           MOVE AMN-CREATE-OPER TO FINE-WAIVER-REQ-OPER
           MOVE WS-APPROVER-ID TO FINE-WAIVER-APPR-OPER
           MOVE "Y" TO FINE-PAID
           MOVE WS-CURRENT-DATE TO FINE-PAID-DATE
           REWRITE FINE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   IF FINE-USER-ID NOT = WS-PREV-USER-ID
                       IF WS-PREV-USER-ID NOT = SPACES
                           PERFORM WRITE-USER-SUBTOTAL
                       END-IF
                       MOVE FINE-USER-ID TO WS-PREV-USER-ID
                       ADD 1 TO WS-PATRON-COUNT
                   END-IF
                   ADD 1 TO WS-USER-FINES
                   ADD WS-REMAINING TO WS-USER-AMOUNT
                   ADD 1 TO WS-FORGIVEN-COUNT
                   ADD WS-REMAINING TO WS-FORGIVEN-TOTAL
                   PERFORM WRITE-DETAIL-LINE
                   MOVE FINE-NO TO WS-AUDIT-KEY
                   MOVE AMN-ID TO WS-AUDIT-AFTER
                   CALL "LIBAUDIT" USING "FINE", WS-AUDIT-KEY,
                       "WAIVE-AMN", "LIBAMNS", WS-APPROVER-ID,
                       WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                       WS-AUDIT-RETURN-CODE
           END-REWRITE.

       WRITE-DETAIL-LINE SECTION.
           MOVE FINE-USER-ID TO WS-DET-USER-ID
           MOVE SPACES TO WS-DET-NAME
           IF WS-USER-OPEN
               MOVE FINE-USER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE USER-NAME TO WS-DET-NAME
               END-READ
               MOVE "00" TO WS-USER-STATUS
           END-IF
           MOVE FINE-NO TO WS-DET-FINE-NO
           MOVE FINE-TYPE TO WS-DET-TYPE
           IF FINE-TYPE = SPACE
               MOVE "O" TO WS-DET-TYPE
           END-IF
           MOVE FINE-LOAN-NO TO WS-DET-LOAN-NO
           MOVE WS-WK-RETURN-DATE(WS-WK-I) TO WS-DET-RETURN
           MOVE FINE-ASSESSED-DATE TO WS-DET-ASSESSED
           MOVE WS-REMAINING TO WS-DET-AMOUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-USER-SUBTOTAL SECTION.
           MOVE WS-USER-FINES TO WS-ST-COUNT
           MOVE WS-USER-AMOUNT TO WS-ST-AMOUNT
           WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
           MOVE ZERO TO WS-USER-FINES
           MOVE ZERO TO WS-USER-AMOUNT.

       WRITE-REPORT-FOOTER SECTION.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-PATRON-COUNT TO WS-FT-PATRONS
           MOVE WS-FORGIVEN-COUNT TO WS-FT-COUNT
           MOVE WS-FORGIVEN-TOTAL TO WS-FT-TOTAL
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           WRITE REPORT-LINE FROM WS-HEADER1.

      * 実行日・承認者と減免の累計をキャンペーンに記録する
       UPDATE-CAMPAIGN SECTION.
           MOVE AMN-STATUS TO WS-AUDIT-BEFORE
           MOVE "E" TO AMN-STATUS
           MOVE WS-CURRENT-DATE TO AMN-RUN-DATE
           MOVE WS-APPROVER-ID TO AMN-APPR-OPER
           ADD WS-FORGIVEN-COUNT TO AMN-FORGIVEN-COUNT
           ADD WS-FORGIVEN-TOTAL TO AMN-FORGIVEN-AMOUNT
           REWRITE AMNESTY-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   MOVE AMN-ID TO WS-AUDIT-KEY
                   MOVE AMN-FORGIVEN-COUNT TO WS-AUDIT-AFTER
                   CALL "LIBAUDIT" USING "AMNESTY", WS-AUDIT-KEY,
                       "AMN-RUN", "LIBAMNS", WS-APPROVER-ID,
                       WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                       WS-AUDIT-RETURN-CODE
           END-REWRITE.
