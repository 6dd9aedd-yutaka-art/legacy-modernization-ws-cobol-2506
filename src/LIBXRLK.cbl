******************************************************************
      * 図書館管理システム - 為替レート参照モジュール
      *
      * 通貨コードと基準日を受け取り、為替レートマスタ
      * （exchange_rate.dat）から基準日以前で最も新しい適用開始日
      * のレート（外貨1単位あたりの円）を返す。発注入力・検収
      * （LIBACQ）と請求書登録（LIBINV）から呼び出される。
      * 円建て（空白・JPY）はレート1を返す
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBXRLK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XRATE-FILE
               ASSIGN TO "exchange_rate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRT-KEY
               FILE STATUS IS WS-XRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XRATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XRTFILE.

       WORKING-STORAGE SECTION.
       01  WS-XRT-STATUS            PIC XX VALUE "00".
           88  WS-XRT-SUCCESS       VALUE "00".

       LINKAGE SECTION.
       01  LS-CURRENCY               PIC X(3).
       01  LS-AS-OF-DATE             PIC 9(8).
       01  LS-RATE                   PIC 9(4)V9(4).
       01  LS-RETURN-CODE            PIC 9.
           88  LS-SUCCESS            VALUE 0.
           88  LS-NOT-FOUND          VALUE 1.

       PROCEDURE DIVISION USING LS-CURRENCY, LS-AS-OF-DATE,
                                LS-RATE, LS-RETURN-CODE.
       MAIN-PROCESS SECTION.
           MOVE ZERO TO LS-RATE
           MOVE 1 TO LS-RETURN-CODE
           IF LS-CURRENCY = SPACES OR LS-CURRENCY = "JPY"
               MOVE 1 TO LS-RATE
               MOVE 0 TO LS-RETURN-CODE
           ELSE
               OPEN INPUT XRATE-FILE
               IF WS-XRT-SUCCESS
                   PERFORM FIND-RATE
                   CLOSE XRATE-FILE
               END-IF
           END-IF
           GOBACK.

       FIND-RATE SECTION.
           MOVE LS-CURRENCY TO XRT-CURRENCY
           MOVE LS-AS-OF-DATE TO XRT-EFFECTIVE-DATE
           START XRATE-FILE KEY <= XRT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ XRATE-FILE PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF XRT-CURRENCY = LS-CURRENCY
                               MOVE XRT-RATE TO LS-RATE
                               MOVE 0 TO LS-RETURN-CODE
                           END-IF
                   END-READ
           END-START.
