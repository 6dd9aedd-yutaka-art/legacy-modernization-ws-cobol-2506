      * 著者(30) 出版社(30) 出版年(4)）を書誌保留ファイル
      * （pending_biblio.dat）へ取り込む。同一ISBNは最新の内容で
      * 上書きする。図書登録（LIBBOOK）と発注入力（LIBACQ）が
      * ISBN入力時にこの保留ファイルから書誌を自動補完する。
      * 抽出の131桁目以降に件名標目（40桁×最大5件）がある場合は
      * 保留ファイルに持たせるとともに、同じISBNの所蔵済み蔵書の
      * 件名ファイル（subject.dat）へ未登録の件名を追加する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBBLOAD.
               RECORD KEY IS PBIB-ISBN
               FILE STATUS IS WS-PBIB-STATUS.

           SELECT BOOK-FILE
               ASSIGN TO "book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               ALTERNATE RECORD KEY IS BOOK-ISBN WITH DUPLICATES
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT SUBJECT-FILE
               ASSIGN TO "subject.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUBJ-KEY
               ALTERNATE RECORD KEY IS SUBJ-HEADING WITH DUPLICATES
               FILE STATUS IS WS-SUBJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-LINE             PIC X(330).

       FD  PENDING-BIBLIO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PBIBFILE.

       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  SUBJECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUBJFILE.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-STATUS        PIC XX VALUE "00".
           88  WS-EXTRACT-SUCCESS   VALUE "00".
           88  WS-PBIB-SUCCESS      VALUE "00".
           88  WS-PBIB-NOT-FOUND    VALUE "23".

       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".

       01  WS-SUBJ-STATUS           PIC XX VALUE "00".
           88  WS-SUBJ-SUCCESS      VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.

       01  WS-EXTRACT-DETAIL.
           05  WS-EX-PUBLISHER      PIC X(30).
           05  WS-EX-PUBLISH-YEAR   PIC 9(4).
           05  FILLER               PIC X(3).
           05  WS-EX-SUBJECT        PIC X(40) OCCURS 5 TIMES.

       01  WS-LOADED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-UPDATED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-PBIB-EXISTS-FLAG      PIC X VALUE "N".
           88  WS-PBIB-EXISTS       VALUE "Y".

      * 所蔵済み蔵書への件名追加用
       01  WS-SUBJ-ADDED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-SUBJ-IN-EXTRACT-FLAG  PIC X VALUE "N".
           88  WS-SUBJ-IN-EXTRACT   VALUE "Y".
       01  WS-EX-I                  PIC 9(2) VALUE ZERO.
       01  WS-BOOK-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-BOOK-SCAN-DONE    VALUE "Y".
       01  WS-SUBJ-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-SUBJ-SCAN-DONE    VALUE "Y".
       01  WS-TARGET-BOOK-ID        PIC X(10) VALUE SPACES.
       01  WS-LAST-SUBJ-SEQ         PIC 9(2) VALUE ZERO.
       01  WS-HAVE-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-HAVE-HEADING          PIC X(40) OCCURS 99 TIMES.
       01  WS-HAVE-I                PIC 9(2) VALUE ZERO.
       01  WS-HAVE-FLAG             PIC X VALUE "N".
           88  WS-ALREADY-HAVE      VALUE "Y".

       COPY LIBERROR.

       PROCEDURE DIVISION.
               PERFORM LOAD-EXTRACT
               CLOSE EXTRACT-FILE
           ELSE
               DISPLAY "書誌抽出ファイルが見つかりませ"
                   "ん。"
           END-IF
           PERFORM CLOSE-FILES
           DISPLAY "書誌事前取込が完了しました。"
           DISPLAY "新規: " WS-LOADED-COUNT "件"
           DISPLAY "更新: " WS-UPDATED-COUNT "件"
           DISPLAY "スキップ: " WS-SKIPPED-COUNT "件"
           DISPLAY "件名追加: " WS-SUBJ-ADDED-COUNT "件"
           GOBACK.

       OPEN-FILES SECTION.
               OPEN OUTPUT PENDING-BIBLIO-FILE
               CLOSE PENDING-BIBLIO-FILE
               OPEN I-O PENDING-BIBLIO-FILE
           END-IF
           OPEN INPUT BOOK-FILE
           OPEN I-O SUBJECT-FILE
           IF NOT WS-SUBJ-SUCCESS
               OPEN OUTPUT SUBJECT-FILE
               CLOSE SUBJECT-FILE
               OPEN I-O SUBJECT-FILE
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE PENDING-BIBLIO-FILE
           IF WS-BOOK-SUCCESS
               CLOSE BOOK-FILE
           END-IF
           CLOSE SUBJECT-FILE.

       LOAD-EXTRACT SECTION.
           PERFORM UNTIL WS-EXTRACT-EOF
               MOVE WS-EX-PUBLISHER TO PBIB-PUBLISHER
               MOVE WS-EX-PUBLISH-YEAR TO PBIB-PUBLISH-YEAR
               MOVE WS-CURRENT-DATE TO PBIB-LOAD-DATE
               MOVE "N" TO WS-SUBJ-IN-EXTRACT-FLAG
               PERFORM VARYING WS-EX-I FROM 1 BY 1 UNTIL WS-EX-I > 5
                   MOVE WS-EX-SUBJECT(WS-EX-I) TO PBIB-SUBJECT(WS-EX-I)
                   IF WS-EX-SUBJECT(WS-EX-I) NOT = SPACES
                       MOVE "Y" TO WS-SUBJ-IN-EXTRACT-FLAG
                   END-IF
               END-PERFORM
               IF WS-PBIB-EXISTS
                   REWRITE PBIB-RECORD
                       INVALID KEY
                   END-WRITE
               END-IF
               MOVE "00" TO WS-PBIB-STATUS
               IF WS-SUBJ-IN-EXTRACT
                   PERFORM APPLY-SUBJECTS-TO-HOLDINGS
               END-IF
           END-IF.

      * 同じISBNで所蔵済みの蔵書すべてに、抽出の件名のうち
      * まだ持っていないものを追加する
       APPLY-SUBJECTS-TO-HOLDINGS SECTION.
           MOVE "N" TO WS-BOOK-SCAN-DONE-FLAG
           IF NOT WS-BOOK-SUCCESS
               MOVE "Y" TO WS-BOOK-SCAN-DONE-FLAG
           ELSE
               MOVE WS-EX-ISBN TO BOOK-ISBN
               START BOOK-FILE KEY = BOOK-ISBN
                   INVALID KEY
                       MOVE "Y" TO WS-BOOK-SCAN-DONE-FLAG
               END-START
           END-IF
           PERFORM UNTIL WS-BOOK-SCAN-DONE
               READ BOOK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-BOOK-SCAN-DONE-FLAG
                   NOT AT END
                       IF BOOK-ISBN NOT = WS-EX-ISBN
                           MOVE "Y" TO WS-BOOK-SCAN-DONE-FLAG
                       ELSE
                           MOVE BOOK-ID TO WS-TARGET-BOOK-ID
                           PERFORM MERGE-BOOK-SUBJECTS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BOOK-STATUS.

       MERGE-BOOK-SUBJECTS SECTION.
           PERFORM LOAD-BOOK-SUBJECTS
           PERFORM VARYING WS-EX-I FROM 1 BY 1 UNTIL WS-EX-I > 5
               IF WS-EX-SUBJECT(WS-EX-I) NOT = SPACES
                   MOVE "N" TO WS-HAVE-FLAG
                   PERFORM VARYING WS-HAVE-I FROM 1 BY 1
                           UNTIL WS-HAVE-I > WS-HAVE-COUNT
                       IF WS-HAVE-HEADING(WS-HAVE-I)
                           = WS-EX-SUBJECT(WS-EX-I)
                           MOVE "Y" TO WS-HAVE-FLAG
                       END-IF
                   END-PERFORM
                   IF NOT WS-ALREADY-HAVE AND WS-LAST-SUBJ-SEQ < 99
                       ADD 1 TO WS-LAST-SUBJ-SEQ
                       MOVE WS-TARGET-BOOK-ID TO SUBJ-BOOK-ID
                       MOVE WS-LAST-SUBJ-SEQ TO SUBJ-SEQ
                       MOVE WS-EX-SUBJECT(WS-EX-I) TO SUBJ-HEADING
                       MOVE "L" TO SUBJ-SOURCE
                       MOVE WS-CURRENT-DATE TO SUBJ-UPDATE-DATE
                       WRITE SUBJ-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               ADD 1 TO WS-SUBJ-ADDED-COUNT
                               IF WS-HAVE-COUNT < 99
                                   ADD 1 TO WS-HAVE-COUNT
                                   MOVE SUBJ-HEADING
                                       TO WS-HAVE-HEADING(WS-HAVE-COUNT)
                               END-IF
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO WS-SUBJ-STATUS.

      * 蔵書の既存の件名と最後の連番を求める
       LOAD-BOOK-SUBJECTS SECTION.
           MOVE ZERO TO WS-HAVE-COUNT
           MOVE ZERO TO WS-LAST-SUBJ-SEQ
           MOVE "N" TO WS-SUBJ-SCAN-DONE-FLAG
           MOVE WS-TARGET-BOOK-ID TO SUBJ-BOOK-ID
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
                       IF SUBJ-BOOK-ID NOT = WS-TARGET-BOOK-ID
                           MOVE "Y" TO WS-SUBJ-SCAN-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-HAVE-COUNT
                           MOVE SUBJ-HEADING
                               TO WS-HAVE-HEADING(WS-HAVE-COUNT)
                           MOVE SUBJ-SEQ TO WS-LAST-SUBJ-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SUBJ-STATUS.
