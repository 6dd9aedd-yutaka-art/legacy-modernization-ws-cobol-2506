******************************************************************
      * 図書館管理システム - 利用者カード照合モジュール
      *
      * 貸出処理（LIBLOAN）・セルフ貸出（LIBSELF）・OPACの
      * マイアカウント（LIBOPAC）から呼び出され、提示された
      * カード番号を利用者IDに変換する。
      * 戻り値 0=有効 1=未登録 2=紛失届済み 3=再発行で差替え済み。
      * カード番号マスタに登録のない番号は、その番号の利用者に
      * カードが1枚も登録されていなければ利用者IDそのもの
      * （再発行前の旧来のカード）として扱う
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBCRDV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO "library_card.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO
               ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CARDFILE.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS           PIC XX VALUE "00".
           88  WS-CARD-SUCCESS      VALUE "00".

       LINKAGE SECTION.
       01  LS-CARD-NO                PIC X(10).
       01  LS-USER-ID                PIC X(8).
       01  LS-RETURN-CODE            PIC 9.
           88  LS-CARD-OK            VALUE 0.
           88  LS-CARD-UNKNOWN       VALUE 1.
           88  LS-CARD-LOST          VALUE 2.
           88  LS-CARD-REPLACED      VALUE 3.

       PROCEDURE DIVISION USING LS-CARD-NO, LS-USER-ID,
                                LS-RETURN-CODE.
       MAIN-PROCESS SECTION.
           MOVE LS-CARD-NO(1:8) TO LS-USER-ID
           MOVE 0 TO LS-RETURN-CODE
           OPEN INPUT CARD-FILE
           IF WS-CARD-SUCCESS
               PERFORM LOOKUP-CARD
               CLOSE CARD-FILE
           END-IF
           GOBACK.

       LOOKUP-CARD SECTION.
           MOVE LS-CARD-NO TO CARD-NO
           READ CARD-FILE
               INVALID KEY
                   PERFORM CHECK-LEGACY-CARD
               NOT INVALID KEY
                   MOVE CARD-USER-ID TO LS-USER-ID
                   EVALUATE TRUE
                       WHEN CARD-ACTIVE
                           MOVE 0 TO LS-RETURN-CODE
                       WHEN CARD-LOST
                           MOVE 2 TO LS-RETURN-CODE
                       WHEN OTHER
                           MOVE 3 TO LS-RETURN-CODE
                   END-EVALUATE
           END-READ.

      * 未登録の番号は、その利用者IDにカードが1枚も登録されて
      * いない場合に限り旧来のカードとして受け付ける
       CHECK-LEGACY-CARD SECTION.
           IF LS-CARD-NO(9:2) NOT = SPACES
               MOVE 1 TO LS-RETURN-CODE
           ELSE
               MOVE LS-CARD-NO(1:8) TO CARD-USER-ID
               START CARD-FILE KEY = CARD-USER-ID
                   INVALID KEY
                       MOVE 0 TO LS-RETURN-CODE
                   NOT INVALID KEY
                       MOVE 1 TO LS-RETURN-CODE
               END-START
           END-IF.
