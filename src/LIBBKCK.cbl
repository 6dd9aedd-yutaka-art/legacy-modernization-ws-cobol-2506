******************************************************************
      * 図書館管理システム - 日付指定予約照合モジュール
      *
      * 貸出処理（LIBLOAN）・セルフ貸出（LIBSELF）・貸出延長
      * （LIBRENEW）・OPACの延長（LIBOPAC）から呼び出され、指定
      * した資料を開始日から終了日まで手元に置くと、他の利用者の
      * 日付指定予約の期間にかかるかどうかを返す。
      * 戻り値 0=重なる予約なし 1=重なる予約あり（最も早い予約の
      * 開始日を返す）。予約者本人の予約は重なりとみなさない
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBBKCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE
               ASSIGN TO "booking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKNG-NO
               ALTERNATE RECORD KEY IS BKNG-BOOK-ID WITH DUPLICATES
               FILE STATUS IS WS-BKNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BKNGFILE.

       WORKING-STORAGE SECTION.
       01  WS-BKNG-STATUS           PIC XX VALUE "00".
           88  WS-BKNG-SUCCESS      VALUE "00".
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".

       LINKAGE SECTION.
       01  LS-BOOK-ID                PIC X(10).
       01  LS-USER-ID                PIC X(8).
       01  LS-FROM-DATE              PIC 9(8).
       01  LS-TO-DATE                PIC 9(8).
       01  LS-BOOKED-START           PIC 9(8).
       01  LS-RETURN-CODE            PIC 9.
           88  LS-NO-CONFLICT        VALUE 0.
           88  LS-CONFLICT           VALUE 1.

       PROCEDURE DIVISION USING LS-BOOK-ID, LS-USER-ID,
                                LS-FROM-DATE, LS-TO-DATE,
                                LS-BOOKED-START, LS-RETURN-CODE.
       MAIN-PROCESS SECTION.
           MOVE 0 TO LS-RETURN-CODE
           MOVE ZERO TO LS-BOOKED-START
           OPEN INPUT BOOKING-FILE
           IF WS-BKNG-SUCCESS
               PERFORM SCAN-BOOKINGS
               CLOSE BOOKING-FILE
           END-IF
           GOBACK.

       SCAN-BOOKINGS SECTION.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE LS-BOOK-ID TO BKNG-BOOK-ID
           START BOOKING-FILE KEY = BKNG-BOOK-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ BOOKING-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF BKNG-BOOK-ID NOT = LS-BOOK-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF BKNG-ACTIVE
                           AND BKNG-USER-ID NOT = LS-USER-ID
                           AND BKNG-START-DATE <= LS-TO-DATE
                           AND BKNG-END-DATE >= LS-FROM-DATE
                               PERFORM RECORD-CONFLICT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RECORD-CONFLICT SECTION.
           IF LS-NO-CONFLICT
           OR BKNG-START-DATE < LS-BOOKED-START
               MOVE BKNG-START-DATE TO LS-BOOKED-START
           END-IF
           MOVE 1 TO LS-RETURN-CODE.
