******************************************************************
      * シラバス管理システム - 学科マスタ管理プログラム
      *
      * 学科の登録・照会・修正・削除・一覧のほか、学科ごとの
      * 授与学位（学位名の和文・英文と学位記番号の最終番号）を
      * 登録・修正する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLDEP.
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DEGREE-FILE
               ASSIGN TO "degree.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-DEPARTMENT-ID
               FILE STATUS IS WS-DEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  DEGREE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEGFILE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE "00".
           88  WS-FILE-SUCCESS      VALUE "00".
           88  WS-FILE-DUP          VALUE "22".
           88  WS-FILE-EOF          VALUE "10".

       01  WS-DEG-STATUS            PIC XX VALUE "00".
           88  WS-DEG-SUCCESS       VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.
           88  WS-VALID-CHOICE      VALUE 1 THRU 6.

       01  WS-SEARCH-ID             PIC X(4) VALUE SPACES.

           05  LINE 6 COL 1         VALUE "3. 学科修正".
           05  LINE 7 COL 1         VALUE "4. 学科削除".
           05  LINE 8 COL 1         VALUE "5. 学科一覧".
           05  LINE 9 COL 1         VALUE
               "6. 授与学位の登録・修正".
           05  LINE 10 COL 1        VALUE "9. 戻る".
           05  LINE 11 COL 1        VALUE "選択: ".
           05  LINE 11 COL 8        PIC 9 USING WS-CHOICE.

           05  LINE 10 COL 1        VALUE "メール: ".
           05  LINE 10 COL 9        PIC X(30) USING DEP-EMAIL.
           05  LINE 11 COL 1        VALUE "設立年: ".
           05  LINE 11 COL 9        PIC 9(4) USING
               DEP-ESTABLISHMENT-YEAR.

       01  DEPT-SEARCH-SCREEN.
           05  LINE 2 COL 1         VALUE "学科検索".
           05  LINE 10 COL 1        VALUE "メール: ".
           05  LINE 10 COL 9        PIC X(30) FROM DEP-EMAIL.
           05  LINE 11 COL 1        VALUE "設立年: ".
           05  LINE 11 COL 9        PIC 9(4) FROM
               DEP-ESTABLISHMENT-YEAR.
           05  LINE 12 COL 1        VALUE "状態: ".
           05  LINE 12 COL 7        PIC X(1) FROM DEP-STATUS.

           05  LINE 1 COL 1         VALUE "学科一覧".
           05  LINE 2 COL 1         VALUE
               "========================================".
           05  LINE 3 COL 1         VALUE
               "コード  学科名                     状態".
           05  LINE 4 COL 1         VALUE
               "========================================".

       01  DEGREE-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE "授与学位".
           05  LINE 4 COL 1         VALUE "学科コード: ".
           05  LINE 4 COL 13        PIC X(4) FROM DEG-DEPARTMENT-ID.
           05  LINE 5 COL 1         VALUE "学位コード: ".
           05  LINE 5 COL 13        PIC X(4) USING DEG-CODE.
           05  LINE 6 COL 1         VALUE "学位名(和文): ".
           05  LINE 6 COL 16        PIC X(30) USING DEG-NAME-JP.
           05  LINE 7 COL 1         VALUE "学位名(英文): ".
           05  LINE 7 COL 16        PIC X(50) USING DEG-NAME-EN.
           05  LINE 8 COL 1         VALUE "学位記最終番号: ".
           05  LINE 8 COL 18        PIC 9(5) USING DEG-LAST-SERIAL.

       01  CONTINUE-SCREEN.
           05  LINE 14 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 14 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
               OPEN OUTPUT DEPARTMENT-FILE
               CLOSE DEPARTMENT-FILE
               OPEN I-O DEPARTMENT-FILE
           END-IF
           OPEN I-O DEGREE-FILE
           IF NOT WS-DEG-SUCCESS
               OPEN OUTPUT DEGREE-FILE
               CLOSE DEGREE-FILE
               OPEN I-O DEGREE-FILE
           END-IF.

       CLOSE-FILE SECTION.
           CLOSE DEPARTMENT-FILE
           CLOSE DEGREE-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY DEPT-MENU-SCREEN
                   PERFORM DELETE-DEPT
               WHEN 5
                   PERFORM LIST-DEPTS
               WHEN 6
                   PERFORM MAINTAIN-DEGREE
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "学科情報を更新し"
                               "ました。"
                   END-REWRITE
           END-READ.

                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   DISPLAY DEPT-DISPLAY-SCREEN
                   DISPLAY "この学科を削除しますか？ (Y/"
                       "N): "
                   ACCEPT WS-CONTINUE-FLAG
                   IF WS-CONTINUE
                       DELETE DEPARTMENT-FILE
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS.

      * 学科コードで授与学位を読み、未登録なら新規として入力させる。
      * 学位記最終番号は台帳から引き継ぐ番号の設定に使う
       MAINTAIN-DEGREE SECTION.
           DISPLAY DEPT-SEARCH-SCREEN
           ACCEPT DEPT-SEARCH-SCREEN
           MOVE WS-SEARCH-ID TO DEP-ID
           READ DEPARTMENT-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   MOVE WS-SEARCH-ID TO DEG-DEPARTMENT-ID
                   READ DEGREE-FILE
                       INVALID KEY
                           INITIALIZE DEGREE-RECORD
                           MOVE WS-SEARCH-ID TO DEG-DEPARTMENT-ID
                   END-READ
                   DISPLAY DEGREE-INPUT-SCREEN
                   ACCEPT DEGREE-INPUT-SCREEN
                   IF DEG-CODE = SPACES OR DEG-NAME-JP = SPACES
                   OR DEG-NAME-EN = SPACES
                       DISPLAY MSG-INVALID-INPUT
                   ELSE
                       WRITE DEGREE-RECORD
                           INVALID KEY
                               REWRITE DEGREE-RECORD
                                   INVALID KEY
                                       DISPLAY MSG-FILE-WRITE
                                   NOT INVALID KEY
                                       DISPLAY "授与学位を更新"
                                           "しました。"
                               END-REWRITE
                           NOT INVALID KEY
                               DISPLAY "授与学位を登録"
                                   "しました。"
                       END-WRITE
                   END-IF
                   MOVE "00" TO WS-DEG-STATUS
           END-READ
           MOVE "00" TO WS-FILE-STATUS.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
