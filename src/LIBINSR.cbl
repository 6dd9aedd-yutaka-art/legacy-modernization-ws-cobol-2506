******************************************************************
      * 図書館管理システム - 団体口座責任者解決モジュール
      *
      * 延滞金・弁償金の記帳（LIBRETURN・LIBLOST・LIBOFFP）や
      * 延滞通知状の作成（LIBRPT04）から呼び出され、貸出の利用者
      * IDが団体口座であればその責任者の利用者IDを返す。
      * 戻り値 0=団体口座（責任者を返す） 1=個人の口座（渡された
      * 利用者IDをそのまま返す）
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBINSR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INST-FILE
               ASSIGN TO "inst_account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INST-USER-ID
               FILE STATUS IS WS-INST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INSTFILE.

       WORKING-STORAGE SECTION.
       01  WS-INST-STATUS           PIC XX VALUE "00".
           88  WS-INST-SUCCESS      VALUE "00".

       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(8).
       01  LS-BILL-USER-ID           PIC X(8).
       01  LS-RETURN-CODE            PIC 9.
           88  LS-INSTITUTION        VALUE 0.
           88  LS-PERSONAL           VALUE 1.

       PROCEDURE DIVISION USING LS-USER-ID, LS-BILL-USER-ID,
                                LS-RETURN-CODE.
       MAIN-PROCESS SECTION.
           MOVE LS-USER-ID TO LS-BILL-USER-ID
           MOVE 1 TO LS-RETURN-CODE
           OPEN INPUT INST-FILE
           IF WS-INST-SUCCESS
               MOVE LS-USER-ID TO INST-USER-ID
               READ INST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INST-RESP-USER-ID NOT = SPACES
                           MOVE INST-RESP-USER-ID TO LS-BILL-USER-ID
                           MOVE 0 TO LS-RETURN-CODE
                       END-IF
               END-READ
               CLOSE INST-FILE
           END-IF
           GOBACK.
