******************************************************************
      * シラバス管理システム - 教員授業不可時間帯判定モジュール
      *
      * SYLREG・SYLUPD・SYLSEC・SYLSCRから呼び出し、教員・曜日・
      * 時限・学期が教員の授業不可時間帯（teacher_unavail.dat）に
      * 当たるかを返す。学期指定の行と全学期（空白）の行、時限
      * 指定の行と終日（時限0）の行を順に照合し、不可（H）が
      * 一つでもあれば不可を返す。
      * 戻り値 空白=該当なし "H"=不可 "S"=要注意
      * 該当した行の理由を LS-TUN-REASON に返す
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTUNCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNAVAIL-FILE
               ASSIGN TO "teacher_unavail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUN-KEY
               FILE STATUS IS WS-TUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNAVAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TUNFILE.

       WORKING-STORAGE SECTION.
       01  WS-TUN-STATUS            PIC XX VALUE "00".
           88  WS-TUN-SUCCESS       VALUE "00".

       01  WS-TRY-PERIOD            PIC 9(1) VALUE ZERO.
       01  WS-TRY-SEMESTER          PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-TEACHER-ID            PIC X(5).
       01  LS-DAY-OF-WEEK           PIC X(1).
       01  LS-PERIOD                PIC 9(1).
       01  LS-SEMESTER              PIC X(2).
       01  LS-TUN-RESULT            PIC X(1).
           88  LS-TUN-CLEAR         VALUE SPACE.
           88  LS-TUN-HARD          VALUE "H".
           88  LS-TUN-SOFT          VALUE "S".
       01  LS-TUN-REASON            PIC X(30).

       PROCEDURE DIVISION USING LS-TEACHER-ID, LS-DAY-OF-WEEK,
                                LS-PERIOD, LS-SEMESTER,
                                LS-TUN-RESULT, LS-TUN-REASON.
       MAIN-PROCESS SECTION.
           MOVE SPACE TO LS-TUN-RESULT
           MOVE SPACES TO LS-TUN-REASON
           IF LS-TEACHER-ID NOT = SPACES
           AND LS-DAY-OF-WEEK NOT = SPACE
               OPEN INPUT UNAVAIL-FILE
               IF WS-TUN-SUCCESS
                   MOVE LS-PERIOD TO WS-TRY-PERIOD
                   MOVE LS-SEMESTER TO WS-TRY-SEMESTER
                   PERFORM CHECK-ONE-KEY
                   MOVE SPACES TO WS-TRY-SEMESTER
                   PERFORM CHECK-ONE-KEY
                   MOVE ZERO TO WS-TRY-PERIOD
                   MOVE LS-SEMESTER TO WS-TRY-SEMESTER
                   PERFORM CHECK-ONE-KEY
                   MOVE SPACES TO WS-TRY-SEMESTER
                   PERFORM CHECK-ONE-KEY
                   CLOSE UNAVAIL-FILE
               END-IF
           END-IF
           GOBACK.

      * 1つのキーを直接読む。不可が見つかった後は要注意で
      * 上書きしない
       CHECK-ONE-KEY SECTION.
           IF NOT LS-TUN-HARD
               MOVE LS-TEACHER-ID TO TUN-TEACHER-ID
               MOVE LS-DAY-OF-WEEK TO TUN-DAY-OF-WEEK
               MOVE WS-TRY-PERIOD TO TUN-PERIOD
               MOVE WS-TRY-SEMESTER TO TUN-SEMESTER
               READ UNAVAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TUN-HARD
                       OR LS-TUN-CLEAR
                           MOVE TUN-LEVEL TO LS-TUN-RESULT
                           MOVE TUN-REASON TO LS-TUN-REASON
                       END-IF
               END-READ
           END-IF.
