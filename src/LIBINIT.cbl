
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           DISPLAY "図書館管理システム初期化を開始し"
               "ます..."
           PERFORM CHECK-EXISTING-DATA
           IF WS-DATA-EXISTS
               DISPLAY "既存のデータファイルが見つかり"
                   "ました。"
               DISPLAY "初期化するとすべてのデータが失"
                   "われます。"
               DISPLAY "続行しますか？ (Y/N): "
               ACCEPT WS-REINIT-CONFIRM
               IF NOT WS-REINIT-CONFIRMED
           WRITE HOLIDAY-RECORD

           CLOSE HOLIDAY-FILE
           DISPLAY "サンプル休日データを作成しま"
               "した。".

       CREATE-OPERATOR-FILE SECTION.
           OPEN OUTPUT OPERATOR-FILE
           CLOSE OPERATOR-FILE
           DISPLAY "オペレータファイルを作成しま"
               "した。".

       CREATE-FINE-FILE SECTION.
           OPEN OUTPUT FINE-FILE
           WRITE OPERATOR-RECORD

           CLOSE OPERATOR-FILE
           DISPLAY "サンプルオペレータデータを作成し"
               "ました。".

       CREATE-SAMPLE-BRANCHES SECTION.
           OPEN I-O BRANCH-FILE
           MOVE "HQ01" TO BRANCH-CODE
           MOVE "本館" TO BRANCH-NAME
           MOVE "A" TO BRANCH-STATUS
           MOVE 9 TO BRANCH-OPEN-HOUR
           MOVE 21 TO BRANCH-CLOSE-HOUR
           WRITE BRANCH-RECORD

           INITIALIZE BRANCH-RECORD
           MOVE "BR02" TO BRANCH-CODE
           MOVE "東分館" TO BRANCH-NAME
           MOVE "A" TO BRANCH-STATUS
           MOVE 10 TO BRANCH-OPEN-HOUR
           MOVE 18 TO BRANCH-CLOSE-HOUR
           WRITE BRANCH-RECORD

           CLOSE BRANCH-FILE
           DISPLAY "サンプル分館データを作成しま"
               "した。".

       CREATE-SAMPLE-CATEGORIES SECTION.
           OPEN I-O CATEGORY-FILE
           WRITE CATEGORY-RECORD

           CLOSE CATEGORY-FILE
           DISPLAY "サンプル分類データを作成しま"
               "した。".

       CREATE-SAMPLE-BOOKS SECTION.
           OPEN I-O BOOK-FILE
           WRITE BOOK-RECORD

           CLOSE BOOK-FILE
           DISPLAY "サンプル書籍データを作成しま"
               "した。".

       CREATE-SAMPLE-USERS SECTION.
           OPEN I-O USER-FILE
           WRITE USER-RECORD

           CLOSE USER-FILE
           DISPLAY "サンプル利用者データを作成しま"
               "した。".
