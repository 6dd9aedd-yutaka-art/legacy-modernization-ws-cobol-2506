
       SCREEN SECTION.
       01  BKUP-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "バックアップ／リストアメニュー".
           05  LINE 4 COL 1         VALUE "1. バックアップ作成".
           05  LINE 5 COL 1         VALUE
               "2. リストア（世代指定）".
           05  LINE 6 COL 1         VALUE "3. 世代一覧".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 2 COL 1         VALUE "リストア".
           05  LINE 4 COL 1         VALUE "世代日付(YYYYMMDD): ".
           05  LINE 4 COL 22        PIC 9(8) USING WS-INPUT-GEN-DATE.
           05  LINE 6 COL 1         VALUE
               "現在のデータは上書きされます。".
           05  LINE 6 COL 31        VALUE
               "実行しますか？ (Y/N): ".
           05  LINE 6 COL 55        PIC X USING WS-CONTINUE-FLAG.

       01  CONTINUE-SCREEN.
           05  LINE 12 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 12 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
           PERFORM UNLOAD-FINE-FILE
           CLOSE GENERATION-FILE
           PERFORM REGISTER-GENERATION
           DISPLAY "バックアップを作成しました: "
               WS-GEN-FILENAME
           DISPLAY "総レコード件数: " WS-TOTAL-COUNT.

       WRITE-SECTION-HEADER SECTION.
                   IF WS-CATG-MARK(WS-CATG-I) = "A"
                       DISPLAY WS-CATG-DATE(WS-CATG-I) "  有効"
                   ELSE
                       DISPLAY WS-CATG-DATE(WS-CATG-I)
                           "  保持期限超過"
                   END-IF
               END-PERFORM
           END-IF.
                   INTO WS-GEN-FILENAME
               OPEN INPUT GENERATION-FILE
               IF NOT WS-GEN-SUCCESS
                   DISPLAY "指定世代のバックアップが"
                       "見つかりません。"
               ELSE
                   MOVE "Y" TO WS-VERIFY-OK-FLAG
                   MOVE SPACES TO WS-CURRENT-SECTION
                   CLOSE GENERATION-FILE
                   PERFORM CLOSE-RESTORE-TARGET
                   IF WS-VERIFY-OK
                       DISPLAY "リストアが完了し、"
                           "件数検証もOKです。"
                   ELSE
                       DISPLAY "リストアは完了しましたが"
                           "件数不一致があります。"
                   END-IF
               END-IF
               MOVE "00" TO WS-GEN-STATUS
           MOVE "00" TO WS-IX-STATUS.

      * 復元1件の書き込み。書けなかったレコードは件数に入れず、
      * 検証判定もNGへ落とす（黙って欠落させない）。
      * 蔵書・延滞金・分館のレコード末尾に項目を追加する前の世代は
      * イメージが短く、追加項目の位置が空白で読まれる。追加した
      * 数字項目が数字でなければ旧形式のイメージとして、変換バッチ
      * （LIBBOKCV・LIBFINCV・LIBBRNCV）と同じ初期値を補ってから
      * 書き込む。貸出の追加項目は英数字のみで、空白のまま変換後
      * と同じ値になる
       RESTORE-ONE-RECORD SECTION.
           MOVE "N" TO WS-WRITE-OK-FLAG
           EVALUATE WS-CURRENT-SECTION
               WHEN "BOOK"
                   MOVE WS-GEN-BODY TO BOOK-RECORD
                   IF BOOK-LABEL-DATE NOT NUMERIC
                       MOVE SPACES TO BOOK-ACQ-SOURCE
                       MOVE SPACES TO BOOK-DONOR-ID
                       MOVE ZERO TO BOOK-LABEL-DATE
                   END-IF
                   WRITE BOOK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "BRANCH"
                   MOVE WS-GEN-BODY TO BRANCH-RECORD
                   IF BRANCH-OPEN-HOUR NOT NUMERIC
                       MOVE ZERO TO BRANCH-OPEN-HOUR
                       MOVE ZERO TO BRANCH-CLOSE-HOUR
                   END-IF
                   WRITE BRANCH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "FINE"
                   MOVE WS-GEN-BODY TO FINE-RECORD
                   IF FINE-PLAN-NO NOT NUMERIC
                       MOVE ZERO TO FINE-PLAN-NO
                       MOVE SPACES TO FINE-PLAN-STATUS
                   END-IF
                   WRITE FINE-RECORD
                       INVALID KEY
                           CONTINUE
               ADD 1 TO WS-RESTORE-COUNT
           ELSE
               MOVE "N" TO WS-VERIFY-OK-FLAG
               DISPLAY "復元書き込みに失敗: "
                   WS-CURRENT-SECTION
           END-IF.

       CHECK-CONTINUE SECTION.
