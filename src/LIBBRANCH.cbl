******************************************************************
      * 図書館管理システム - 分館マスタ管理プログラム
      *
      * 分館コード・分館名と開館時間（開館時・閉館時）を保守する。
      * 開館時間は時間帯別の利用分析（LIBTRAF）が参照する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBBRANCH.

       01  WS-SEARCH-CODE           PIC X(4) VALUE SPACES.

       01  WS-HOURS-VALID-FLAG      PIC X VALUE "Y".
           88  WS-HOURS-VALID       VALUE "Y".

       COPY LIBERROR.

       SCREEN SECTION.
           05  LINE 4 COL 13        PIC X(4) USING BRANCH-CODE.
           05  LINE 5 COL 1         VALUE "分館名: ".
           05  LINE 5 COL 9         PIC X(30) USING BRANCH-NAME.
           05  LINE 6 COL 1         VALUE "開館時(0-23): ".
           05  LINE 6 COL 17        PIC 9(2) USING BRANCH-OPEN-HOUR.
           05  LINE 7 COL 1         VALUE "閉館時(1-24): ".
           05  LINE 7 COL 17        PIC 9(2) USING BRANCH-CLOSE-HOUR.

       01  BRANCH-SEARCH-SCREEN.
           05  LINE 2 COL 1         VALUE "分館検索".
           05  LINE 5 COL 9         PIC X(30) FROM BRANCH-NAME.
           05  LINE 6 COL 1         VALUE "状態: ".
           05  LINE 6 COL 7         PIC X(1) FROM BRANCH-STATUS.
           05  LINE 7 COL 1         VALUE "開館時間: ".
           05  LINE 7 COL 13        PIC 9(2) FROM BRANCH-OPEN-HOUR.
           05  LINE 7 COL 15        VALUE "時 - ".
           05  LINE 7 COL 21        PIC 9(2) FROM BRANCH-CLOSE-HOUR.
           05  LINE 7 COL 23        VALUE "時".

       01  BRANCH-LIST-HEADER.
           05  BLANK SCREEN.
           05  LINE 1 COL 1         VALUE "分館一覧".
           05  LINE 2 COL 1         VALUE
               "========================================".
           05  LINE 3 COL 1         VALUE
               "コード  分館名            状態  開館時間".
           05  LINE 4 COL 1         VALUE
               "========================================".

       01  CONTINUE-SCREEN.
           05  LINE 14 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 14 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
           DISPLAY BRANCH-INPUT-SCREEN
           ACCEPT BRANCH-INPUT-SCREEN
           MOVE "A" TO BRANCH-STATUS
           PERFORM CHECK-BRANCH-HOURS
           IF WS-HOURS-VALID
               WRITE BRANCH-RECORD
                   INVALID KEY
                       DISPLAY MSG-DUPLICATE-KEY
                   NOT INVALID KEY
                       DISPLAY "分館を登録しました。"
               END-WRITE
           END-IF.

      * 開館時間は両方0（未設定）か、開館時 < 閉館時 <= 24
       CHECK-BRANCH-HOURS SECTION.
           MOVE "Y" TO WS-HOURS-VALID-FLAG
           IF BRANCH-OPEN-HOUR NOT = ZERO
           OR BRANCH-CLOSE-HOUR NOT = ZERO
               IF BRANCH-OPEN-HOUR > 23
               OR BRANCH-CLOSE-HOUR > 24
               OR BRANCH-CLOSE-HOUR <= BRANCH-OPEN-HOUR
                   MOVE "N" TO WS-HOURS-VALID-FLAG
                   DISPLAY "開館時間が正しくありません。"
               END-IF
           END-IF.

       SEARCH-BRANCH SECTION.
           DISPLAY BRANCH-SEARCH-SCREEN
               NOT INVALID KEY
                   DISPLAY BRANCH-INPUT-SCREEN
                   ACCEPT BRANCH-INPUT-SCREEN
                   PERFORM CHECK-BRANCH-HOURS
                   IF WS-HOURS-VALID
                       REWRITE BRANCH-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "分館情報を更新しま"
                                   "した。"
                       END-REWRITE
                   END-IF
           END-READ.

       DELETE-BRANCH SECTION.
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   DISPLAY BRANCH-DISPLAY-SCREEN
                   DISPLAY "この分館を削除しますか？ (Y/N"
                       "): "
                   ACCEPT WS-CONTINUE-FLAG
                   IF WS-CONTINUE
                       DELETE BRANCH-FILE
                   NOT AT END
                       DISPLAY BRANCH-CODE SPACE SPACE BRANCH-NAME
                           SPACE SPACE BRANCH-STATUS
                           SPACE SPACE BRANCH-OPEN-HOUR "-"
                           BRANCH-CLOSE-HOUR
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS.
