******************************************************************
      * 図書館管理システム - 蔵書管理プログラム
      *
      * 件名標目（subject.dat）は図書修正の項目11で保守する。
      * 図書登録では書誌保留ファイルの件名を、複本登録では
      * 元図書の件名を引き継ぐ
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBBOOK.
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT SUBJECT-FILE
               ASSIGN TO "subject.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUBJ-KEY
               ALTERNATE RECORD KEY IS SUBJ-HEADING WITH DUPLICATES
               FILE STATUS IS WS-SUBJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PBIBFILE.

       FD  SUBJECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUBJFILE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE "00".
           88  WS-FILE-SUCCESS      VALUE "00".

       01  WS-FIELD-CHOICE          PIC 99 VALUE 0.
           88  WS-FIELD-DONE        VALUE 0.
           88  WS-VALID-FIELD       VALUE 1 THRU 11.

       01  WS-CALLNO-VALID-FLAG     PIC X VALUE "N".
           88  WS-CALLNO-VALID      VALUE "Y".
       01  WS-PBIB-STATUS           PIC XX VALUE "00".
           88  WS-PBIB-SUCCESS      VALUE "00".

       01  WS-SUBJ-STATUS           PIC XX VALUE "00".
           88  WS-SUBJ-SUCCESS      VALUE "00".

      * 件名標目の保守用。画面では先頭9件を編集する
       01  WS-SUBJ-EDIT-TABLE.
           05  WS-SUBJ-EDIT-ENTRY OCCURS 9 TIMES.
               10  WS-SUBJ-EDIT-HEADING PIC X(40).
               10  WS-SUBJ-EDIT-OLD     PIC X(40).
               10  WS-SUBJ-EDIT-SEQ     PIC 9(2).
       01  WS-SUBJ-I                PIC 9(2) VALUE ZERO.
       01  WS-SUBJ-LAST-SEQ         PIC 9(2) VALUE ZERO.
       01  WS-SUBJ-TOTAL            PIC 9(2) VALUE ZERO.
       01  WS-SUBJ-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-SUBJ-SCAN-DONE    VALUE "Y".
       01  WS-SUBJ-TARGET-ID        PIC X(10) VALUE SPACES.
       01  WS-COPY-SOURCE-ID        PIC X(10) VALUE SPACES.
       01  WS-SUBJ-COPY-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-SUBJ-COPY-TABLE.
           05  WS-SUBJ-COPY-ENTRY OCCURS 99 TIMES.
               10  WS-SUBJ-COPY-SEQ     PIC 9(2).
               10  WS-SUBJ-COPY-HEADING PIC X(40).
               10  WS-SUBJ-COPY-SOURCE  PIC X(1).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

               PIC X(2) FROM BOOK-MATERIAL-TYPE.
           05  LINE 14 COL 1        VALUE "10.請求記号: ".
           05  LINE 14 COL 14       PIC X(15) FROM BOOK-CALL-NO.
           05  LINE 15 COL 1        VALUE "11.件名標目".
           05  LINE 17 COL 1        VALUE
               "変更する項目番号 (0:終了): ".
           05  LINE 17 COL 27       PIC 99 USING WS-FIELD-CHOICE.

       01  BOOK-SUBJECT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COL 1         VALUE "件名標目".
           05  LINE 3 COL 1         VALUE "図書ID: ".
           05  LINE 3 COL 10        PIC X(10) FROM BOOK-ID.
           05  LINE 3 COL 22        PIC X(50) FROM BOOK-TITLE.
           05  LINE 4 COL 1         VALUE
               "（空白にすると削除します）".
           05  LINE 5 COL 1         VALUE "1: ".
           05  LINE 5 COL 4         PIC X(40)
               USING WS-SUBJ-EDIT-HEADING(1).
           05  LINE 6 COL 1         VALUE "2: ".
           05  LINE 6 COL 4         PIC X(40)
               USING WS-SUBJ-EDIT-HEADING(2).
           05  LINE 7 COL 1         VALUE "3: ".
           05  LINE 7 COL 4         PIC X(40)
               USING WS-SUBJ-EDIT-HEADING(3).
           05  LINE 8 COL 1         VALUE "4: ".
           05  LINE 8 COL 4         PIC X(40)
               USING WS-SUBJ-EDIT-HEADING(4).
           05  LINE 9 COL 1         VALUE "5: ".
           05  LINE 9 COL 4         PIC X(40)
               USING WS-SUBJ-EDIT-HEADING(5).
           05  LINE 10 COL 1        VALUE "6: ".
           05  LINE 10 COL 4        PIC X(40)
               USING WS-SUBJ-EDIT-HEADING(6).
           05  LINE 11 COL 1        VALUE "7: ".
           05  LINE 11 COL 4        PIC X(40)
               USING WS-SUBJ-EDIT-HEADING(7).
           05  LINE 12 COL 1        VALUE "8: ".
           05  LINE 12 COL 4        PIC X(40)
               USING WS-SUBJ-EDIT-HEADING(8).
           05  LINE 13 COL 1        VALUE "9: ".
           05  LINE 13 COL 4        PIC X(40)
               USING WS-SUBJ-EDIT-HEADING(9).

       01  BOOK-EDIT-CALLNO-SCREEN.
           05  LINE 16 COL 1        VALUE "新しい請求記号: ".
           05  LINE 5 COL 8         PIC X(50) FROM BOOK-TITLE.
           05  LINE 6 COL 1         VALUE "現在の状態: ".
           05  LINE 6 COL 13        PIC X(10) FROM WS-LIST-STATUS-LABEL.
           05  LINE 8 COL 1         VALUE
               "1:貸出可能 2:紛失 3:破損 4:除籍".
           05  LINE 9 COL 1         VALUE "新しい状態: ".
           05  LINE 9 COL 13        PIC 9 USING WS-NEW-STATUS-OPTION.

       01  CONTINUE-SCREEN.
           05  LINE 14 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 14 COL 25       PIC X USING WS-CONTINUE-FLAG.

       01  LIST-SORT-SCREEN.
           05  LINE 2 COL 1         VALUE "図書一覧".
           05  LINE 4 COL 1         VALUE
               "並び順 (1:書名/2:著者): ".
           05  LINE 4 COL 26        PIC 9 USING WS-LIST-SORT-OPTION.

       01  BOOK-LIST-HEADER.
           05  LINE 2 COL 14        VALUE "/".
           05  LINE 2 COL 16        PIC ZZ9 FROM WS-LIST-TOTAL-PAGES.
           05  LINE 3 COL 1         VALUE
               "====================================================="
               & "===".
           05  LINE 4 COL 1         VALUE "図書ID     書名".
           05  LINE 4 COL 45        VALUE "著者          状態".
           05  LINE 5 COL 1         VALUE
               "====================================================="
               & "===".

       01  BOOK-LIST-ITEM.
           05  LINE WS-LIST-LINE COL 1  PIC X(10) FROM WS-LIST-BOOK-ID

       01  BOOK-LIST-FOOTER.
           05  LINE 17 COL 1        VALUE
               "====================================================="
               & "===".
           05  LINE 19 COL 1        VALUE
               "N=次ページ, P=前ページ, X=終了: ".
           05  LINE 19 COL 35       PIC X USING WS-LIST-PAGE-OPTION.
           END-IF
           OPEN INPUT CATEGORY-FILE
           OPEN INPUT BRANCH-FILE
           OPEN INPUT PENDING-BIBLIO-FILE
           OPEN I-O SUBJECT-FILE
           IF NOT WS-SUBJ-SUCCESS
               OPEN OUTPUT SUBJECT-FILE
               CLOSE SUBJECT-FILE
               OPEN I-O SUBJECT-FILE
           END-IF.

       CLOSE-FILE SECTION.
           CLOSE BOOK-FILE
           CLOSE BRANCH-FILE
           IF WS-PBIB-SUCCESS
               CLOSE PENDING-BIBLIO-FILE
           END-IF
           CLOSE SUBJECT-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY BOOK-MENU-SCREEN
                       DISPLAY MSG-DUPLICATE-KEY
                   NOT INVALID KEY
                       DISPLAY "図書を登録しました。"
                       PERFORM COPY-PENDING-SUBJECTS
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE BOOK-STATUS TO WS-AUDIT-AFTER
                       CALL "LIBAUDIT" USING "BOOK", BOOK-ID, "CREATE",
                   DISPLAY "分館コードが未登録です。"
               END-IF
               IF NOT WS-CALLNO-VALID
                   DISPLAY "請求記号の先頭は分類コード"
                       "と一致させてください。"
               END-IF
           END-IF.

               MOVE BOOK-ISBN TO PBIB-ISBN
               READ PENDING-BIBLIO-FILE
                   INVALID KEY
                       DISPLAY "書誌保留ファイルに該当ISBN"
                           "がありません。"
                   NOT INVALID KEY
                       MOVE PBIB-TITLE TO BOOK-TITLE
                       MOVE PBIB-AUTHOR TO BOOK-AUTHOR
                       MOVE PBIB-PUBLISHER TO BOOK-PUBLISHER
                       MOVE PBIB-PUBLISH-YEAR TO BOOK-PUBLISH-YEAR
                       DISPLAY "書誌を補完しました。内容"
                           "を確認してください。"
                       DISPLAY BOOK-INPUT-SCREEN
                       ACCEPT BOOK-INPUT-SCREEN
               END-READ
           END-READ.

       CALL-BRANCH-PROGRAM SECTION.
           DISPLAY "分館マスタ管理プログラムを起動し"
               "ます..."
           CALL "LIBBRANCH"
               ON EXCEPTION
                   DISPLAY WS-ERR-CALL
               MOVE SPACES TO WS-COPY-NEW-ID
               DISPLAY COPY-CONFIRM-SCREEN
               ACCEPT COPY-CONFIRM-SCREEN
               MOVE BOOK-ID TO WS-COPY-SOURCE-ID
               MOVE WS-COPY-NEW-ID TO BOOK-ID
               PERFORM VALIDATE-BRANCH
               IF WS-BRANCH-VALID
                   MOVE "A" TO BOOK-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BOOK-REGISTER-DATE
                   MOVE ZERO TO BOOK-LABEL-DATE
                   WRITE BOOK-RECORD
                       INVALID KEY
                           DISPLAY MSG-DUPLICATE-KEY
                       NOT INVALID KEY
                           DISPLAY "複本を登録しました。"
                           PERFORM COPY-SOURCE-SUBJECTS
                           MOVE SPACES TO WS-AUDIT-BEFORE
                           MOVE BOOK-STATUS TO WS-AUDIT-AFTER
                           CALL "LIBAUDIT" USING "BOOK", BOOK-ID,
                   WHEN WS-FIELD-CHOICE = 10
                       DISPLAY BOOK-EDIT-CALLNO-SCREEN
                       ACCEPT BOOK-EDIT-CALLNO-SCREEN
                   WHEN WS-FIELD-CHOICE = 11
                       PERFORM MAINTAIN-SUBJECTS
                   WHEN OTHER
                       DISPLAY "無効な項目番号です。"
               END-EVALUATE
                   DISPLAY "分館コードが未登録です。"
               END-IF
               IF NOT WS-CALLNO-VALID
                   DISPLAY "請求記号の先頭は分類コード"
                       "と一致させてください。"
               END-IF
           END-IF.

      * 件名標目の保守。先頭9件を画面で編集し、空白にした行は削除、
      * 変更した行は更新、新たに入力した行は連番を振って追加する
       MAINTAIN-SUBJECTS SECTION.
           INITIALIZE WS-SUBJ-EDIT-TABLE
           MOVE ZERO TO WS-SUBJ-LAST-SEQ
           MOVE ZERO TO WS-SUBJ-TOTAL
           MOVE "N" TO WS-SUBJ-SCAN-DONE-FLAG
           MOVE BOOK-ID TO SUBJ-BOOK-ID
           MOVE ZERO TO SUBJ-SEQ
           START SUBJECT-FILE KEY >= SUBJ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SUBJ-SCAN-DONE
               READ SUBJECT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
                   NOT AT END
                       IF SUBJ-BOOK-ID NOT = BOOK-ID
                           MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-SUBJ-TOTAL
                           MOVE SUBJ-SEQ TO WS-SUBJ-LAST-SEQ
                           IF WS-SUBJ-TOTAL <= 9
                               MOVE SUBJ-HEADING TO
                                   WS-SUBJ-EDIT-HEADING(WS-SUBJ-TOTAL)
                               MOVE SUBJ-HEADING TO
                                   WS-SUBJ-EDIT-OLD(WS-SUBJ-TOTAL)
                               MOVE SUBJ-SEQ TO
                                   WS-SUBJ-EDIT-SEQ(WS-SUBJ-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SUBJ-STATUS
           DISPLAY BOOK-SUBJECT-SCREEN
           IF WS-SUBJ-TOTAL > 9
               DISPLAY "このほかに件名が登録されていま"
                   "す（"
                   WS-SUBJ-TOTAL "件中9件を表示）。"
           END-IF
           ACCEPT BOOK-SUBJECT-SCREEN
           PERFORM VARYING WS-SUBJ-I FROM 1 BY 1 UNTIL WS-SUBJ-I > 9
               PERFORM SAVE-ONE-SUBJECT
           END-PERFORM
           MOVE "00" TO WS-SUBJ-STATUS
           DISPLAY "件名標目を更新しました。".

       SAVE-ONE-SUBJECT SECTION.
           IF WS-SUBJ-EDIT-SEQ(WS-SUBJ-I) > ZERO
               MOVE BOOK-ID TO SUBJ-BOOK-ID
               MOVE WS-SUBJ-EDIT-SEQ(WS-SUBJ-I) TO SUBJ-SEQ
               IF WS-SUBJ-EDIT-HEADING(WS-SUBJ-I) = SPACES
                   DELETE SUBJECT-FILE
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-DELETE
               ELSE
                   IF WS-SUBJ-EDIT-HEADING(WS-SUBJ-I)
                       NOT = WS-SUBJ-EDIT-OLD(WS-SUBJ-I)
                       READ SUBJECT-FILE
                           INVALID KEY
                               DISPLAY MSG-RECORD-NOT-FOUND
                           NOT INVALID KEY
                               MOVE WS-SUBJ-EDIT-HEADING(WS-SUBJ-I)
                                   TO SUBJ-HEADING
                               MOVE "M" TO SUBJ-SOURCE
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO SUBJ-UPDATE-DATE
                               REWRITE SUBJ-RECORD
                                   INVALID KEY
                                       DISPLAY MSG-FILE-WRITE
                               END-REWRITE
                       END-READ
                   END-IF
               END-IF
           ELSE
               IF WS-SUBJ-EDIT-HEADING(WS-SUBJ-I) NOT = SPACES
               AND WS-SUBJ-LAST-SEQ < 99
                   ADD 1 TO WS-SUBJ-LAST-SEQ
                   MOVE BOOK-ID TO SUBJ-BOOK-ID
                   MOVE WS-SUBJ-LAST-SEQ TO SUBJ-SEQ
                   MOVE WS-SUBJ-EDIT-HEADING(WS-SUBJ-I) TO SUBJ-HEADING
                   MOVE "M" TO SUBJ-SOURCE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SUBJ-UPDATE-DATE
                   WRITE SUBJ-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-WRITE
               END-IF
           END-IF.

      * 書誌保留ファイルに件名があれば、登録した蔵書の件名にする
       COPY-PENDING-SUBJECTS SECTION.
           IF WS-PBIB-SUCCESS
           AND BOOK-ISBN NOT = SPACES
               MOVE BOOK-ISBN TO PBIB-ISBN
               READ PENDING-BIBLIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO WS-SUBJ-LAST-SEQ
                       PERFORM VARYING WS-SUBJ-I FROM 1 BY 1
                               UNTIL WS-SUBJ-I > 5
                           IF PBIB-SUBJECT(WS-SUBJ-I) NOT = SPACES
                               ADD 1 TO WS-SUBJ-LAST-SEQ
                               MOVE BOOK-ID TO SUBJ-BOOK-ID
                               MOVE WS-SUBJ-LAST-SEQ TO SUBJ-SEQ
                               MOVE PBIB-SUBJECT(WS-SUBJ-I)
                                   TO SUBJ-HEADING
                               MOVE "L" TO SUBJ-SOURCE
                               MOVE BOOK-REGISTER-DATE
                                   TO SUBJ-UPDATE-DATE
                               WRITE SUBJ-RECORD
                                   INVALID KEY
                                       DISPLAY MSG-FILE-WRITE
                               END-WRITE
                           END-IF
                       END-PERFORM
               END-READ
               MOVE "00" TO WS-PBIB-STATUS
               MOVE "00" TO WS-SUBJ-STATUS
           END-IF.

      * 複本には元図書の件名をそのまま写す
       COPY-SOURCE-SUBJECTS SECTION.
           MOVE ZERO TO WS-SUBJ-COPY-COUNT
           MOVE "N" TO WS-SUBJ-SCAN-DONE-FLAG
           MOVE WS-COPY-SOURCE-ID TO SUBJ-BOOK-ID
           MOVE ZERO TO SUBJ-SEQ
           START SUBJECT-FILE KEY >= SUBJ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SUBJ-SCAN-DONE
               READ SUBJECT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
                   NOT AT END
                       IF SUBJ-BOOK-ID NOT = WS-COPY-SOURCE-ID
                       OR WS-SUBJ-COPY-COUNT >= 99
                           MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-SUBJ-COPY-COUNT
                           MOVE SUBJ-SEQ TO
                               WS-SUBJ-COPY-SEQ(WS-SUBJ-COPY-COUNT)
                           MOVE SUBJ-HEADING TO
                               WS-SUBJ-COPY-HEADING(WS-SUBJ-COPY-COUNT)
                           MOVE SUBJ-SOURCE TO
                               WS-SUBJ-COPY-SOURCE(WS-SUBJ-COPY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-SUBJ-I FROM 1 BY 1
                   UNTIL WS-SUBJ-I > WS-SUBJ-COPY-COUNT
               MOVE BOOK-ID TO SUBJ-BOOK-ID
               MOVE WS-SUBJ-COPY-SEQ(WS-SUBJ-I) TO SUBJ-SEQ
               MOVE WS-SUBJ-COPY-HEADING(WS-SUBJ-I) TO SUBJ-HEADING
               MOVE WS-SUBJ-COPY-SOURCE(WS-SUBJ-I) TO SUBJ-SOURCE
               MOVE BOOK-REGISTER-DATE TO SUBJ-UPDATE-DATE
               WRITE SUBJ-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
               END-WRITE
           END-PERFORM
           MOVE "00" TO WS-SUBJ-STATUS.

      * 削除した図書の件名をすべて削除する
       DELETE-BOOK-SUBJECTS SECTION.
           MOVE BOOK-ID TO WS-SUBJ-TARGET-ID
           MOVE "N" TO WS-SUBJ-SCAN-DONE-FLAG
           MOVE WS-SUBJ-TARGET-ID TO SUBJ-BOOK-ID
           MOVE ZERO TO SUBJ-SEQ
           START SUBJECT-FILE KEY >= SUBJ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SUBJ-SCAN-DONE
               READ SUBJECT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
                   NOT AT END
                       IF SUBJ-BOOK-ID NOT = WS-SUBJ-TARGET-ID
                           MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
                       ELSE
                           DELETE SUBJECT-FILE
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SUBJ-STATUS.

       DELETE-BOOK SECTION.
           DISPLAY BOOK-SEARCH-SCREEN
           ACCEPT BOOK-SEARCH-SCREEN
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   IF BOOK-STATUS = "B"
                       DISPLAY "貸出中の図書は削除できま"
                           "せん。"
                   ELSE
                       DISPLAY BOOK-DISPLAY-SCREEN
                       DISPLAY "この図書を削除しますか？ "
                           "(Y/N): "
                       ACCEPT WS-CONTINUE-FLAG
                       IF WS-CONTINUE
                           DELETE BOOK-FILE
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                               NOT INVALID KEY
                                   DISPLAY "図書を削除しまし"
                                       "た。"
                                   PERFORM DELETE-BOOK-SUBJECTS
                                   MOVE BOOK-STATUS TO WS-AUDIT-BEFORE
                                   MOVE SPACES TO WS-AUDIT-AFTER
                                   CALL "LIBAUDIT"
                                       USING "BOOK", BOOK-ID,
                                       "DELETE", "LIBBOOK",
                                       LS-OPERATOR-ID,
                                       WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
           ACCEPT LIST-SORT-SCREEN
           PERFORM LOAD-BOOK-LIST
           IF WS-LIST-COUNT = 0
               DISPLAY "登録されている図書がありません"
                   "。"
           ELSE
               PERFORM SORT-BOOK-LIST
               MOVE 1 TO WS-LIST-CUR-PAGE
                   MOVE "搬送中" TO WS-LIST-STATUS-LABEL
               WHEN "I"
                   MOVE "相互貸借" TO WS-LIST-STATUS-LABEL
               WHEN "P"
                   MOVE "整理中" TO WS-LIST-STATUS-LABEL
               WHEN OTHER
                   MOVE "不明" TO WS-LIST-STATUS-LABEL
           END-EVALUATE.
                   DISPLAY BOOK-STATUS-SCREEN
                   ACCEPT BOOK-STATUS-SCREEN
                   IF WS-VALID-STATUS-OPTION
                       IF WS-NEW-STATUS-OPTION = 1
                       AND (BOOK-STATUS = "B" OR BOOK-STATUS = "P")
                           IF BOOK-STATUS = "B"
                               DISPLAY "貸出中の図書を貸出"
                                   "可能"
                                   "にはできません。"
                           ELSE
                               DISPLAY "整理中の図書は整理"
                                   "管理の"
                                   "整理完了登録で配架して"
                                   & "ください。"
                           END-IF
                       ELSE
                           EVALUATE WS-NEW-STATUS-OPTION
                               WHEN 1
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                               NOT INVALID KEY
                                   DISPLAY "図書状態を更新し"
                                       "ました。"
                                   MOVE WS-LIST-STATUS(1) TO
                                       WS-AUDIT-BEFORE
                                   MOVE BOOK-STATUS TO WS-AUDIT-AFTER
                                   CALL "LIBAUDIT"
                                       USING "BOOK", BOOK-ID,
                                       "STATUS", "LIBBOOK",
                                       LS-OPERATOR-ID,
                                       WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
