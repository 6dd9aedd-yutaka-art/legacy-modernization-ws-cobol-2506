      * 番号を指定する。定員・時間割重複・待機リストはセクション
      * 単位で扱い、成績・卒業要件は科目単位のまま。セクションの
      * 保守はSYLSECで行う
      *
      * 履修記録は学期ごとの別レコードで、不合格科目の再履修は
      * 新しい学期の記録として追加し、前回の記録を残す。前回の
      * 履修が成績未登録のまま有効な間は再登録できない。取消は
      * 学期を指定して行う
      *
      * 抽選科目（lottery_course.dat）に指定された科目は、抽選前の
      * 間は履修登録せず抽選申込み（lottery_request.dat）として
      * 受け付ける。抽選と当選者の登録はSYLLOTで行う
      *
      * 登録を止める履修登録保留（student_hold.dat、SYLHOLDで
      * 管理）が有効な学生は、新規の登録も待機からの繰上げも
      * 行わない（判定はSYLHLDC）
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLENR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT STUDENT-FILE
               ALTERNATE RECORD KEY IS WL-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-WL-STATUS.

           SELECT LOTTERY-COURSE-FILE
               ASSIGN TO "lottery_course.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTC-KEY
               FILE STATUS IS WS-LTC-STATUS.

           SELECT LOTTERY-REQUEST-FILE
               ASSIGN TO "lottery_request.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRQ-KEY
               FILE STATUS IS WS-LRQ-STATUS.

           SELECT PROMO-NOTICE-FILE
               ASSIGN TO "wait_promotions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY WAITFILE.

       FD  LOTTERY-COURSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LTCFILE.

       FD  LOTTERY-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LRQFILE.

       FD  PROMO-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROMO-NOTICE-LINE        PIC X(80).
       01  WS-PRM-STATUS            PIC XX VALUE "00".
           88  WS-PRM-SUCCESS       VALUE "00".

       01  WS-LTC-STATUS            PIC XX VALUE "00".
           88  WS-LTC-SUCCESS       VALUE "00".
       01  WS-LTC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-LTC-OPEN          VALUE "Y".
       01  WS-LRQ-STATUS            PIC XX VALUE "00".
           88  WS-LRQ-SUCCESS       VALUE "00".
       01  WS-LOTTERY-FLAG          PIC X VALUE "N".
           88  WS-LOTTERY-MODE      VALUE "Y".

      * 履修登録保留の判定（SYLHLDC）
       01  WS-HLD-HOLD-TYPE         PIC X(1) VALUE SPACE.
       01  WS-HLD-OFFICE            PIC X(10) VALUE SPACES.
       01  WS-HLD-RETURN-CODE       PIC X(2) VALUE "00".
           88  WS-HLD-BLOCKED       VALUE "01".

       01  WS-NEXT-WL-NO            PIC 9(8) VALUE 1.
       01  WS-WAIT-CHOICE           PIC X VALUE "N".
           88  WS-WAIT-YES          VALUE "Y", "y".
       01  WS-CLASH-COURSE-ID       PIC X(6) VALUE SPACES.
       01  WS-ENR2-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-ENR2-SCAN-DONE    VALUE "Y".
       01  WS-OPEN-ATTEMPT-FLAG     PIC X VALUE "N".
           88  WS-OPEN-ATTEMPT      VALUE "Y".
       01  WS-OPEN-ATTEMPT-SEM      PIC X(2) VALUE SPACES.
       01  WS-RETAKE-SCAN-DONE-FLAG PIC X VALUE "N".
           88  WS-RETAKE-SCAN-DONE  VALUE "Y".

       01  WS-PREREQ-I              PIC 9 VALUE 0.
       01  WS-MISSING-COUNT         PIC 9 VALUE 0.
           05  LINE 4 COL 13        PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 5 COL 1         VALUE "科目コード: ".
           05  LINE 5 COL 13        PIC X(6) USING WS-INPUT-COURSE-ID.
           05  LINE 6 COL 1         VALUE "学期: ".
           05  LINE 6 COL 13        PIC X(2) USING WS-INPUT-SEMESTER.

       01  ROSTER-SEARCH-SCREEN.
           05  LINE 2 COL 1         VALUE "履修者一覧".
               "========================================".

       01  CONTINUE-SCREEN.
           05  LINE 14 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 14 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
           OPEN INPUT STANDING-FILE
           IF WS-STN-SUCCESS
               MOVE "Y" TO WS-STN-OPEN-FLAG
           END-IF

           MOVE "N" TO WS-LTC-OPEN-FLAG
           OPEN INPUT LOTTERY-COURSE-FILE
           IF WS-LTC-SUCCESS
               MOVE "Y" TO WS-LTC-OPEN-FLAG
               OPEN I-O LOTTERY-REQUEST-FILE
               IF NOT WS-LRQ-SUCCESS
                   OPEN OUTPUT LOTTERY-REQUEST-FILE
                   CLOSE LOTTERY-REQUEST-FILE
                   OPEN I-O LOTTERY-REQUEST-FILE
               END-IF
           END-IF.

       CLOSE-FILE SECTION.
           END-IF
           IF WS-STN-OPEN
               CLOSE STANDING-FILE
           END-IF
           IF WS-LTC-OPEN
               CLOSE LOTTERY-COURSE-FILE
               CLOSE LOTTERY-REQUEST-FILE
           END-IF.

       DISPLAY-MENU SECTION.
           IF WS-DATA-VALID
               PERFORM VALIDATE-ACADEMIC-STANDING
           END-IF
           IF WS-DATA-VALID
               PERFORM VALIDATE-REGISTRATION-HOLD
           END-IF
           PERFORM VALIDATE-COURSE

           IF WS-DATA-VALID
               PERFORM VALIDATE-RETAKE
           END-IF

           IF WS-DATA-VALID
               PERFORM VALIDATE-SECTION
           END-IF
               PERFORM VALIDATE-TIMETABLE-CLASH
           END-IF

           MOVE "N" TO WS-LOTTERY-FLAG
           IF WS-DATA-VALID
               PERFORM CHECK-LOTTERY-COURSE
           END-IF
           IF WS-LOTTERY-MODE
               PERFORM RECORD-LOTTERY-REQUEST
               MOVE "N" TO WS-VALID-FLAG
           END-IF

           MOVE "N" TO WS-CAPACITY-FULL-FLAG
           IF WS-DATA-VALID
               PERFORM COUNT-ACTIVE-ENROLLMENT
           IF WS-TERM-FOUND
               IF WS-TODAY < TERM-REG-START
               OR WS-TODAY > TERM-REG-END
                   DISPLAY "履修登録期間外のため登録で"
                       "きません。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.
           MOVE WS-INPUT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "エラー: 学籍番号が未登録"
                       "です。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT STU-ACTIVE
                       DISPLAY "エラー: この学生は在籍し"
                           "ていません。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ.
               MOVE "00" TO WS-STN-STATUS
           END-IF
           IF WS-LATEST-STANDING = "S"
               DISPLAY "停学勧告中のため履修登録できま"
                   "せん。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

      * 登録を止める保留が有効なら、設定した部署を示して拒否する
       VALIDATE-REGISTRATION-HOLD SECTION.
           PERFORM CHECK-REGISTRATION-HOLD
           IF WS-HLD-BLOCKED
               DISPLAY "履修登録保留中のため登録できま"
                   "せん。（設定部署: " WS-HLD-OFFICE "）"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

       CHECK-REGISTRATION-HOLD SECTION.
           CALL "SYLHLDC" USING STU-ID,
                                WS-HLD-HOLD-TYPE,
                                WS-HLD-OFFICE,
                                WS-HLD-RETURN-CODE
               ON EXCEPTION
                   MOVE "00" TO WS-HLD-RETURN-CODE
           END-CALL.

      * 学業警告中の学生は今学期の履修単位数（登録中＋今回）が
      * 上限を超えないこと
       VALIDATE-PROBATION-LOAD SECTION.
               PERFORM SUM-CURRENT-LOAD
               IF WS-LOAD-CREDITS + WS-NEW-CREDITS >
                   WS-PROBATION-CAP
                   DISPLAY "学業警告中の単位数上限を超"
                       "えます。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.
           MOVE "N" TO WS-LOAD-SCAN-DONE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE LOW-VALUES TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOAD-SCAN-DONE-FLAG
                   INVALID KEY
                       PERFORM RESOLVE-CROSSLIST
               END-READ
               IF WS-DATA-VALID
               AND SYL-STATUS = "C"
                   DISPLAY "エラー: 閉講となった"
                       "科目です。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.

       RESOLVE-CROSSLIST SECTION.
               MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       DISPLAY "エラー: 合併先の正科目が"
                           "ありません。"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       DISPLAY "合併科目のため正科目 "
                           WS-INPUT-COURSE-ID
                               " に読み替えます。"
               END-READ
           ELSE
               DISPLAY "エラー: 科目コードが未登録です。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

      * 同じ科目の前回の履修（別学期）が有効なまま成績未登録で
      * あれば、履修中とみなして再登録させない。成績が付いた
      * 履修や取消・撤回済みの履修は再履修を妨げない
       VALIDATE-RETAKE SECTION.
           MOVE "N" TO WS-OPEN-ATTEMPT-FLAG
           MOVE "N" TO WS-RETAKE-SCAN-DONE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE WS-INPUT-COURSE-ID TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RETAKE-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-OPEN-ATTEMPT OR WS-RETAKE-SCAN-DONE
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-RETAKE-SCAN-DONE-FLAG
                   NOT AT END
                       IF ENR-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                       OR ENR-COURSE-ID NOT = WS-INPUT-COURSE-ID
                           MOVE "Y" TO WS-RETAKE-SCAN-DONE-FLAG
                       ELSE
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER NOT = WS-INPUT-SEMESTER
                               PERFORM CHECK-ATTEMPT-GRADED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
           IF WS-OPEN-ATTEMPT
               DISPLAY "前回の履修（学期 " WS-OPEN-ATTEMPT-SEM
                   "）が成績未登録のため"
                   "登録できません。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

       CHECK-ATTEMPT-GRADED SECTION.
           MOVE "Y" TO WS-OPEN-ATTEMPT-FLAG
           MOVE ENR-SEMESTER TO WS-OPEN-ATTEMPT-SEM
           IF WS-GRD-OPEN
               MOVE ENR-STUDENT-ID TO GRD-STUDENT-ID
               MOVE ENR-COURSE-ID TO GRD-COURSE-ID
               MOVE ENR-SEMESTER TO GRD-SEMESTER
               READ GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-OPEN-ATTEMPT-FLAG
               END-READ
               MOVE "00" TO WS-GRD-STATUS
           END-IF.

      * セクション番号の整合を確認する。指定があればセクション
      * マスタに有効な登録が必要。定員・曜日時限はセクション側の
      * 値に差し替える
           MOVE SYL-MAX-CAPACITY TO WS-EFFECTIVE-CAPACITY
           IF WS-INPUT-SECTION-NO > ZERO
               IF NOT WS-SEC-OPEN
                   DISPLAY "セクションマスタがありま"
                       "せん。"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   MOVE WS-INPUT-COURSE-ID TO SEC-COURSE-ID
                   MOVE WS-INPUT-SECTION-NO TO SEC-NO
                   READ SECTION-FILE
                       INVALID KEY
                           DISPLAY "セクションが未登録"
                               "です。"
                           MOVE "N" TO WS-VALID-FLAG
                       NOT INVALID KEY
                           IF NOT SEC-ACTIVE
                               DISPLAY "このセクションは閉"
                                   "鎖されています。"
                               MOVE "N" TO WS-VALID-FLAG
                           ELSE
                               MOVE SEC-MAX-CAPACITY

      * Counts the ACTIVE enrollment records for this course via the
      * ENR-COURSE-ID alternate key, the same scan pattern LIST-ROSTER
      * already uses. セクション指定時は同じセクションだけ数える。
      * 過去学期の履修記録は数えない
       COUNT-ACTIVE-ENROLLMENT SECTION.
           MOVE ZERO TO WS-ENROLLED-COUNT
           MOVE WS-INPUT-COURSE-ID TO ENR-COURSE-ID
                   NOT AT END
                       IF ENR-COURSE-ID = WS-INPUT-COURSE-ID
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER = WS-INPUT-SEMESTER
                           AND ENR-SECTION-NO = WS-INPUT-SECTION-NO
                               ADD 1 TO WS-ENROLLED-COUNT
                           END-IF
                   DISPLAY "  " WS-MISSING-COURSE(WS-PREREQ-I)
               END-PERFORM
               MOVE "N" TO WS-OVERRIDE-FLAG
               DISPLAY "学部事務室の特例として登録しま"
                   "すか？ (Y/N): "
               ACCEPT WS-OVERRIDE-FLAG
               IF WS-OVERRIDE-OK
                   PERFORM WRITE-OVERRIDE-LOG
                   CONTINUE
           END-READ
           IF WS-HAS-CLASH
               DISPLAY "時間割が重複しています: "
                   WS-CLASH-COURSE-ID
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

           MOVE "N" TO WS-ENR2-SCAN-DONE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE LOW-VALUES TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR2-SCAN-DONE-FLAG
           PERFORM RESOLVE-DROP-CROSSLIST
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE WS-INPUT-COURSE-ID  TO ENR-COURSE-ID
           MOVE WS-INPUT-SEMESTER   TO ENR-SEMESTER
           READ ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   IF ENR-ACTIVE
                       PERFORM APPLY-DROP-OR-WITHDRAW
                   ELSE
                       DISPLAY "この履修はすでに取消・撤"
                           "回済みです。"
                   END-IF
           END-READ.

                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "取消期限後のため撤回（"
                               "W）として記録しました。"
                   END-REWRITE
               WHEN OTHER
                   DISPLAY "撤回期限を過ぎているため受"
                       "け付けられません。"
           END-EVALUATE.

      * 履修記録は常に正科目側に作られるため、取消でも別科目
               END-READ
           END-IF.

      * 抽選前の抽選科目か（抽選済みの科目は通常の先着順に戻る）
       CHECK-LOTTERY-COURSE SECTION.
           IF WS-LTC-OPEN
               MOVE WS-INPUT-COURSE-ID TO LTC-COURSE-ID
               MOVE WS-INPUT-SEMESTER TO LTC-SEMESTER
               READ LOTTERY-COURSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LTC-OPEN
                           MOVE "Y" TO WS-LOTTERY-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-LTC-STATUS
           END-IF.

      * 抽選科目は履修登録せず抽選申込みとして記録する
       RECORD-LOTTERY-REQUEST SECTION.
           INITIALIZE LOTTERY-REQUEST-RECORD
           MOVE WS-INPUT-COURSE-ID TO LRQ-COURSE-ID
           MOVE WS-INPUT-SEMESTER TO LRQ-SEMESTER
           MOVE WS-INPUT-STUDENT-ID TO LRQ-STUDENT-ID
           MOVE WS-INPUT-SECTION-NO TO LRQ-SECTION-NO
           MOVE FUNCTION CURRENT-DATE(1:8) TO LRQ-REQUEST-DATE
           MOVE "R" TO LRQ-STATUS
           WRITE LOTTERY-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "この科目には既に抽選申込み"
                       "済みです。"
               NOT INVALID KEY
                   DISPLAY "抽選科目のため申込みを"
                       "受け付けました。"
                   DISPLAY "結果は登録期間終了後の抽選で"
                       "決まります。"
           END-WRITE
           MOVE "00" TO WS-LRQ-STATUS.

      * 定員超過で断られた学生を待機リストに受け付ける
       OFFER-WAITLIST SECTION.
           MOVE "N" TO WS-WAIT-CHOICE
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "待機リストに登録しました"
                           "。番号: "
                           WL-NO
               END-WRITE
           END-IF.
                           IF WL-WAITING
                           AND WL-SEMESTER = WS-DROPPED-SEMESTER
                           AND WL-SECTION-NO = WS-DROPPED-SECTION
                               PERFORM CHECK-PROMOTION-HOLD
                           END-IF
                       END-IF
               END-READ
               END-READ
           END-IF.

      * 保留中の学生は繰り上げず、待機のまま次の学生を探す
       CHECK-PROMOTION-HOLD SECTION.
           MOVE WL-STUDENT-ID TO STU-ID
           PERFORM CHECK-REGISTRATION-HOLD
           IF WS-HLD-BLOCKED
               DISPLAY "履修登録保留中のため繰上げを"
                   "見送りました: " WL-STUDENT-ID
           ELSE
               MOVE "Y" TO WS-PROMO-FOUND-FLAG
               MOVE WL-NO TO WS-PROMO-WL-NO
           END-IF.

       EXECUTE-PROMOTION SECTION.
           MOVE WL-STUDENT-ID TO ENR-STUDENT-ID
           MOVE WL-COURSE-ID TO ENR-COURSE-ID
           MOVE WL-SEMESTER TO ENR-SEMESTER
           READ ENROLLMENT-FILE
               INVALID KEY
                   INITIALIZE ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
           END-REWRITE
           DISPLAY "待機学生を繰り上げました: "
               WL-STUDENT-ID
           PERFORM WRITE-PROMOTION-NOTICE.

       WRITE-PROMOTION-NOTICE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PN-DATE
           MOVE WL-STUDENT-ID TO WS-PN-STUDENT
           MOVE WL-COURSE-ID TO WS-PN-COURSE
           MOVE
               "待機リストから履修登録に繰り上げら"
               & "れました"
               TO WS-PN-TEXT
           MOVE WS-PROMO-DETAIL TO PROMO-NOTICE-LINE
           WRITE PROMO-NOTICE-LINE
           MOVE "学部事務室控: 上記繰上げを登録済"
               TO WS-PN-TEXT
           MOVE WS-PROMO-DETAIL TO PROMO-NOTICE-LINE
           WRITE PROMO-NOTICE-LINE
           CLOSE PROMO-NOTICE-FILE
