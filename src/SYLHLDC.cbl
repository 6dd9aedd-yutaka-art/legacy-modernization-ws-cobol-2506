      ******************************************************************
      * シラバス管理システム - 履修登録保留判定モジュール
      *
      * 学籍番号を受け取り、本日時点で有効な阻止区分の保留
      * （student_hold.dat）があるかを返す。履修登録（SYLENR）、
      * 待機からの繰上げ、抽選（SYLLOT）、必修一括登録（SYLBEN）
      * が新規の履修登録の前に呼び出す。
      * 保留があれば最初に見つかった保留の種類と設定部署を返す。
      * 保留ファイルがなければ保留なしとする。
      * 復帰コード: 00=保留なし 01=登録を止める保留あり
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLHLDC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
               ASSIGN TO "student_hold.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHD-KEY
               FILE STATUS IS WS-SHD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SHLDFILE.

       WORKING-STORAGE SECTION.
       01  WS-SHD-STATUS            PIC XX VALUE "00".
           88  WS-SHD-SUCCESS       VALUE "00".

       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-STUDENT-ID            PIC X(7).
       01  LS-HOLD-TYPE             PIC X(1).
       01  LS-HOLD-OFFICE           PIC X(10).
       01  LS-RETURN-CODE           PIC X(2).

       PROCEDURE DIVISION USING LS-STUDENT-ID, LS-HOLD-TYPE,
                                LS-HOLD-OFFICE, LS-RETURN-CODE.
       MAIN-PROCESS SECTION.
           MOVE SPACE TO LS-HOLD-TYPE
           MOVE SPACES TO LS-HOLD-OFFICE
           MOVE "00" TO LS-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT HOLD-FILE
           IF WS-SHD-SUCCESS
               PERFORM SCAN-STUDENT-HOLDS
               CLOSE HOLD-FILE
           END-IF
           MOVE "00" TO WS-SHD-STATUS
           GOBACK.

       SCAN-STUDENT-HOLDS SECTION.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE LS-STUDENT-ID TO SHD-STUDENT-ID
           MOVE ZERO TO SHD-SEQ
           START HOLD-FILE KEY >= SHD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ HOLD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF SHD-STUDENT-ID NOT = LS-STUDENT-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF SHD-ACTIVE AND SHD-BLOCKING
                           AND SHD-EFFECTIVE-DATE <= WS-TODAY
                               MOVE SHD-HOLD-TYPE TO LS-HOLD-TYPE
                               MOVE SHD-OFFICE TO LS-HOLD-OFFICE
                               MOVE "01" TO LS-RETURN-CODE
                               MOVE "Y" TO WS-SCAN-DONE-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
