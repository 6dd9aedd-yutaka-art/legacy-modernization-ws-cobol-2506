******************************************************************
      * 図書館管理システム - 学期末返却期限解決モジュール
      *
      * 貸出ポリシーの期限区分が「学期末」の貸出・延長
      * （LIBLOAN・LIBSELF・LIBRENEW・LIBOPAC）から呼び出され、
      * 学年暦（term.dat。保守はSYLCAL）から基準日以降に終わる
      * 最も早い学期の終了日を返す。休館日の繰り延べは呼び出し
      * 側で行う。
      * 戻り値 0=学期末日を返した 1=該当する学期なし（呼び出し
      * 側は貸出日数による期限を使う）
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBTEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE
               ASSIGN TO "term.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-SEMESTER
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMFILE.

       WORKING-STORAGE SECTION.
       01  WS-TERM-STATUS           PIC XX VALUE "00".
           88  WS-TERM-SUCCESS      VALUE "00".
           88  WS-TERM-EOF          VALUE "10".

       LINKAGE SECTION.
       01  LS-BASE-DATE              PIC 9(8).
       01  LS-DUE-DATE               PIC 9(8).
       01  LS-RETURN-CODE            PIC 9.
           88  LS-TERM-FOUND         VALUE 0.
           88  LS-TERM-NOT-FOUND     VALUE 1.

       PROCEDURE DIVISION USING LS-BASE-DATE, LS-DUE-DATE,
                                LS-RETURN-CODE.
       MAIN-PROCESS SECTION.
           MOVE ZERO TO LS-DUE-DATE
           MOVE 1 TO LS-RETURN-CODE
           OPEN INPUT TERM-FILE
           IF WS-TERM-SUCCESS
               PERFORM FIND-TERM-END
               CLOSE TERM-FILE
           END-IF
           GOBACK.

      * 学期コードは年をまたいで使い回すので、全件を見て基準日
      * 以降に終わる最も早い終了日を採る
       FIND-TERM-END SECTION.
           MOVE LOW-VALUES TO TERM-SEMESTER
           START TERM-FILE KEY >= TERM-SEMESTER
               INVALID KEY
                   MOVE "10" TO WS-TERM-STATUS
           END-START
           PERFORM UNTIL WS-TERM-EOF
               READ TERM-FILE NEXT
                   AT END
                       MOVE "10" TO WS-TERM-STATUS
                   NOT AT END
                       IF TERM-END-DATE >= LS-BASE-DATE
                           IF LS-TERM-NOT-FOUND
                           OR TERM-END-DATE < LS-DUE-DATE
                               MOVE TERM-END-DATE TO LS-DUE-DATE
                               MOVE 0 TO LS-RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
