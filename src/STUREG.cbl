******************************************************************
      * シラバス管理システム - 学生マスタ管理プログラム
      *
      * 履修登録端末（SYLSELF）で使う暗証番号（student_pin.dat）
      * の設定・再設定も窓口でここから行う。
      * 自宅住所・保証人・緊急連絡先と成績通知の郵送同意
      * （student_contact.dat）もここで登録・修正する。
      * 在籍中の所属学科の変更は転学科処理（STUCHG）で行う
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUREG.
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT PIN-FILE
               ASSIGN TO "student_pin.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPN-STUDENT-ID
               FILE STATUS IS WS-SPN-STATUS.

           SELECT CONTACT-FILE
               ASSIGN TO "student_contact.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-STUDENT-ID
               FILE STATUS IS WS-CNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  PIN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SPINFILE.

       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CNTFILE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE "00".
           88  WS-FILE-SUCCESS      VALUE "00".
           88  WS-DEPT-SUCCESS       VALUE "00".
           88  WS-DEPT-NOT-FOUND     VALUE "23".

       01  WS-SPN-STATUS            PIC XX VALUE "00".
           88  WS-SPN-SUCCESS       VALUE "00".

       01  WS-CNT-STATUS            PIC XX VALUE "00".
           88  WS-CNT-SUCCESS       VALUE "00".
       01  WS-NEW-CONTACT-FLAG      PIC X VALUE "N".
           88  WS-NEW-CONTACT       VALUE "Y".

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-DATA-VALID         VALUE "Y".
           88  WS-DATA-INVALID       VALUE "N".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.
           88  WS-VALID-CHOICE      VALUE 1 THRU 7.

       01  WS-SEARCH-ID             PIC X(7) VALUE SPACES.
       01  WS-SAVE-DEPARTMENT-ID    PIC X(4) VALUE SPACES.
       01  WS-NEW-PIN               PIC X(4) VALUE SPACES.
       01  WS-NEW-PIN-CONFIRM       PIC X(4) VALUE SPACES.

       COPY LIBERROR.

           05  LINE 6 COL 1         VALUE "3. 学生修正".
           05  LINE 7 COL 1         VALUE "4. 学生削除".
           05  LINE 8 COL 1         VALUE "5. 学生一覧".
           05  LINE 9 COL 1         VALUE "6. 暗証番号設定".
           05  LINE 10 COL 1        VALUE "7. 連絡先・保証人".
           05  LINE 11 COL 1        VALUE "9. 戻る".
           05  LINE 12 COL 1        VALUE "選択: ".
           05  LINE 12 COL 8        PIC 9 USING WS-CHOICE.

       01  STUDENT-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE "学生登録".
           05  LINE 11 COL 1        VALUE "状態: ".
           05  LINE 11 COL 7        PIC X(1) FROM STU-STATUS.

       01  PIN-CHANGE-SCREEN.
           05  LINE 6 COL 1         VALUE
               "新しい暗証番号(数字4桁): ".
           05  LINE 6 COL 27        PIC X(4) USING WS-NEW-PIN.
           05  LINE 7 COL 1         VALUE "確認のため再入力: ".
           05  LINE 7 COL 20        PIC X(4) USING WS-NEW-PIN-CONFIRM.

       01  CONTACT-INPUT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COL 1         VALUE "連絡先・保証人".
           05  LINE 3 COL 1         VALUE "学籍番号: ".
           05  LINE 3 COL 12        PIC X(7) FROM CNT-STUDENT-ID.
           05  LINE 4 COL 1         VALUE "【自宅】郵便番号: ".
           05  LINE 4 COL 20        PIC X(8) USING CNT-HOME-POSTAL.
           05  LINE 5 COL 1         VALUE "住所1: ".
           05  LINE 5 COL 9
               PIC X(40) USING CNT-HOME-ADDRESS-1.
           05  LINE 6 COL 1         VALUE "住所2: ".
           05  LINE 6 COL 9
               PIC X(40) USING CNT-HOME-ADDRESS-2.
           05  LINE 7 COL 1         VALUE "電話: ".
           05  LINE 7 COL 9         PIC X(15) USING CNT-HOME-PHONE.
           05  LINE 8 COL 1         VALUE "【保証人】氏名: ".
           05  LINE 8 COL 18
               PIC X(30) USING CNT-GUARDIAN-NAME.
           05  LINE 8 COL 50        VALUE "続柄: ".
           05  LINE 8 COL 57
               PIC X(10) USING CNT-GUARDIAN-RELATION.
           05  LINE 9 COL 1         VALUE
               "郵便番号(空白は自宅): ".
           05  LINE 9 COL 24
               PIC X(8) USING CNT-GUARDIAN-POSTAL.
           05  LINE 10 COL 1        VALUE "住所1: ".
           05  LINE 10 COL 9
               PIC X(40) USING CNT-GUARDIAN-ADDRESS-1.
           05  LINE 11 COL 1        VALUE "住所2: ".
           05  LINE 11 COL 9
               PIC X(40) USING CNT-GUARDIAN-ADDRESS-2.
           05  LINE 12 COL 1        VALUE "電話: ".
           05  LINE 12 COL 9
               PIC X(15) USING CNT-GUARDIAN-PHONE.
           05  LINE 13 COL 1        VALUE
               "【緊急連絡先】氏名: ".
           05  LINE 13 COL 22
               PIC X(30) USING CNT-EMERGENCY-NAME.
           05  LINE 13 COL 54       VALUE "続柄: ".
           05  LINE 13 COL 61
               PIC X(10) USING CNT-EMERGENCY-RELATION.
           05  LINE 14 COL 1        VALUE "電話: ".
           05  LINE 14 COL 9
               PIC X(15) USING CNT-EMERGENCY-PHONE.
           05  LINE 15 COL 1        VALUE
               "成績通知の郵送に同意 (Y/N): ".
           05  LINE 15 COL 30
               PIC X(1) USING CNT-MAIL-CONSENT.

       01  STUDENT-LIST-HEADER.
           05  BLANK SCREEN.
           05  LINE 1 COL 1         VALUE "学生一覧".
           05  LINE 2 COL 1         VALUE
               "========================================".
           05  LINE 3 COL 1         VALUE
               "学籍番号 氏名                 学科  状態".
           05  LINE 4 COL 1         VALUE
               "========================================".

       01  CONTINUE-SCREEN.
           05  LINE 14 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 14 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
               OPEN OUTPUT DEPARTMENT-FILE
               CLOSE DEPARTMENT-FILE
               OPEN INPUT DEPARTMENT-FILE
           END-IF

           OPEN I-O PIN-FILE
           IF NOT WS-SPN-SUCCESS
               OPEN OUTPUT PIN-FILE
               CLOSE PIN-FILE
               OPEN I-O PIN-FILE
           END-IF

           OPEN I-O CONTACT-FILE
           IF NOT WS-CNT-SUCCESS
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF.

       CLOSE-FILE SECTION.
           CLOSE STUDENT-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE PIN-FILE
           CLOSE CONTACT-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY STUDENT-MENU-SCREEN
                   PERFORM DELETE-STUDENT
               WHEN 5
                   PERFORM LIST-STUDENTS
               WHEN 6
                   PERFORM CHANGE-STUDENT-PIN
               WHEN 7
                   PERFORM MAINTAIN-CONTACT
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
               ACCEPT STUDENT-INPUT-SCREEN
               PERFORM VALIDATE-DEPARTMENT
               IF WS-DATA-INVALID
                   DISPLAY "エラー: 学科コードが未"
                       "登録です。"
               END-IF
           END-PERFORM
           MOVE "A" TO STU-STATUS
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   MOVE STU-DEPARTMENT-ID TO WS-SAVE-DEPARTMENT-ID
                   MOVE "N" TO WS-VALID-FLAG
                   PERFORM WITH TEST AFTER UNTIL WS-DATA-VALID
                       DISPLAY STUDENT-INPUT-SCREEN
                       ACCEPT STUDENT-INPUT-SCREEN
                       PERFORM VALIDATE-DEPARTMENT
                       IF WS-DATA-INVALID
                           DISPLAY "エラー: 学科コードが未登"
                               "録です。"
                       END-IF
                       IF STU-DEPARTMENT-ID NOT =
                           WS-SAVE-DEPARTMENT-ID
                           DISPLAY "エラー: 所属学科の変更は"
                               "転学科処理（STUCHG）で行って"
                               "ください。"
                           MOVE WS-SAVE-DEPARTMENT-ID
                               TO STU-DEPARTMENT-ID
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
                   END-PERFORM
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "学生情報を更新し"
                               "ました。"
                   END-REWRITE
           END-READ.

                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   DISPLAY STUDENT-DISPLAY-SCREEN
                   DISPLAY "この学生を削除しますか？ (Y/"
                       "N): "
                   ACCEPT WS-CONTINUE-FLAG
                   IF WS-CONTINUE
                       DELETE STUDENT-FILE
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS.

      * 履修登録端末の暗証番号を窓口で設定・再設定する。再設定
      * すると連続失敗回数を0に戻し、停止中の端末利用も再開する
       CHANGE-STUDENT-PIN SECTION.
           DISPLAY STUDENT-SEARCH-SCREEN
           ACCEPT STUDENT-SEARCH-SCREEN
           MOVE WS-SEARCH-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACES TO WS-NEW-PIN
                   MOVE SPACES TO WS-NEW-PIN-CONFIRM
                   DISPLAY PIN-CHANGE-SCREEN
                   ACCEPT PIN-CHANGE-SCREEN
                   IF WS-NEW-PIN = SPACES
                   OR WS-NEW-PIN NOT NUMERIC
                       DISPLAY MSG-INVALID-INPUT
                   ELSE
                       IF WS-NEW-PIN NOT = WS-NEW-PIN-CONFIRM
                           DISPLAY "確認入力が一致し"
                               "ません。"
                       ELSE
                           PERFORM SAVE-STUDENT-PIN
                       END-IF
                   END-IF
           END-READ.

       SAVE-STUDENT-PIN SECTION.
           MOVE STU-ID TO SPN-STUDENT-ID
           READ PIN-FILE
               INVALID KEY
                   INITIALIZE STUDENT-PIN-RECORD
                   MOVE STU-ID TO SPN-STUDENT-ID
                   MOVE WS-NEW-PIN TO SPN-PIN
                   MOVE ZERO TO SPN-FAIL-COUNT
                   MOVE "A" TO SPN-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SPN-SET-DATE
                   WRITE STUDENT-PIN-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "暗証番号を設定し"
                               "ました。"
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-NEW-PIN TO SPN-PIN
                   MOVE ZERO TO SPN-FAIL-COUNT
                   MOVE "A" TO SPN-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SPN-SET-DATE
                   REWRITE STUDENT-PIN-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "暗証番号を変更し"
                               "ました。"
                   END-REWRITE
           END-READ
           MOVE "00" TO WS-SPN-STATUS.

      * 連絡先を学籍番号で読み、未登録なら新規として入力させる。
      * 郵送同意は既定で不同意（N）とする
       MAINTAIN-CONTACT SECTION.
           DISPLAY STUDENT-SEARCH-SCREEN
           ACCEPT STUDENT-SEARCH-SCREEN
           MOVE WS-SEARCH-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   MOVE "N" TO WS-NEW-CONTACT-FLAG
                   MOVE STU-ID TO CNT-STUDENT-ID
                   READ CONTACT-FILE
                       INVALID KEY
                           MOVE "Y" TO WS-NEW-CONTACT-FLAG
                           INITIALIZE STUDENT-CONTACT-RECORD
                           MOVE STU-ID TO CNT-STUDENT-ID
                           MOVE "N" TO CNT-MAIL-CONSENT
                   END-READ
                   DISPLAY CONTACT-INPUT-SCREEN
                   ACCEPT CONTACT-INPUT-SCREEN
                   MOVE FUNCTION UPPER-CASE(CNT-MAIL-CONSENT)
                       TO CNT-MAIL-CONSENT
                   PERFORM SAVE-CONTACT
           END-READ
           MOVE "00" TO WS-FILE-STATUS.

       SAVE-CONTACT SECTION.
           EVALUATE TRUE
               WHEN NOT CNT-MAIL-AGREED AND NOT CNT-MAIL-DECLINED
                   DISPLAY "郵送同意はYまたはNです。"
               WHEN CNT-MAIL-AGREED AND CNT-GUARDIAN-NAME = SPACES
                   DISPLAY "郵送に同意する場合は保証人の"
                       "氏名を入力してください。"
               WHEN CNT-MAIL-AGREED AND CNT-GUARDIAN-POSTAL = SPACES
                AND CNT-HOME-POSTAL = SPACES
                   DISPLAY "郵送先の郵便番号を入力してく"
                       "ださい。"
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE(1:8) TO CNT-UPDATE-DATE
                   IF WS-NEW-CONTACT
                       WRITE STUDENT-CONTACT-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "連絡先を登録し"
                                   "ました。"
                       END-WRITE
                   ELSE
                       REWRITE STUDENT-CONTACT-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "連絡先を更新し"
                                   "ました。"
                       END-REWRITE
                   END-IF
           END-EVALUATE
           MOVE "00" TO WS-CNT-STATUS.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
