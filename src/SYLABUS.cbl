******************************************************************
      * シラバス管理システム - メインプログラム
      *
      * 起動時にオペレータ（syl_operator.dat）のログインを求め、
      * 権限（1=教員 2=学科事務 3=教務 4=管理者）に応じてメニュー
      * を制限する。パスワードの規程（有効期限90日・直近3世代の
      * 再利用防止・6文字以上の英数字混在・連続5回失敗でロック）
      * はLIBMENUと同じで、結果はsyl_login_audit.datに残す。
      * オペレータファイルがない場合は初期管理者 SYLADMIN
      * （パスワード ADMIN123、初回ログインで変更）を作成する。
      * ログイン情報はシラバスを変更するプログラムへ渡し、教員は
      * 自分が担当・共同担当するシラバスだけを変更できる
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLABUS.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYL-OPERATOR-FILE
               ASSIGN TO "syl_operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOP-ID
               FILE STATUS IS WS-SOP-STATUS.

           SELECT LOGIN-AUDIT-FILE
               ASSIGN TO "syl_login_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYL-OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SOPRFILE.

       FD  LOGIN-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOGIN-AUDIT-LINE         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-SOP-STATUS            PIC XX VALUE "00".
           88  WS-SOP-SUCCESS       VALUE "00".
           88  WS-SOP-NO-FILE       VALUE "35".

       01  WS-LGA-STATUS            PIC XX VALUE "00".
           88  WS-LGA-SUCCESS       VALUE "00".

       01  WS-LOGIN-ID              PIC X(8) VALUE SPACES.
       01  WS-LOGIN-PASSWORD        PIC X(8) VALUE SPACES.

      * パスワード管理の規程値
       01  WS-PWD-EXPIRE-DAYS       PIC 9(3) VALUE 90.
       01  WS-PWD-LOCK-LIMIT        PIC 9(2) VALUE 5.
       01  WS-PWD-EXPIRE-LIMIT      PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-NEW-PASSWORD          PIC X(8) VALUE SPACES.
       01  WS-NEW-PASSWORD-2        PIC X(8) VALUE SPACES.
       01  WS-PWD-OK-FLAG           PIC X VALUE "N".
           88  WS-PWD-OK            VALUE "Y".
       01  WS-PWD-I                 PIC 9(2) VALUE ZERO.
       01  WS-PWD-LETTERS           PIC 9(2) VALUE ZERO.
       01  WS-PWD-DIGITS            PIC 9(2) VALUE ZERO.
       01  WS-PWD-LEN               PIC 9(2) VALUE ZERO.
       01  WS-HIST-I                PIC 9 VALUE 0.

       01  WS-LOGIN-AUDIT-DETAIL.
           05  WS-LA-DATE           PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-LA-TIME           PIC 9(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-LA-OPER-ID        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-LA-RESULT         PIC X(4).
           05  FILLER               PIC X(11) VALUE SPACES.
       01  WS-LOGIN-OK-FLAG         PIC X VALUE "N".
           88  WS-LOGIN-OK          VALUE "Y".
       01  WS-LOGIN-TRIES           PIC 9 VALUE 0.

      * メニュー番号ごとに使える権限。1～4桁目が権限1～4に
      * 対応し、空白の桁の権限では使えない
       01  WS-ALLOWED-ROLES         PIC X(4) VALUE SPACES.

           COPY SYLSESS.

       01  WS-USER-CHOICE           PIC 99 VALUE 0.
           88  WS-EXIT              VALUE 99.
           88  WS-VALID-CHOICE      VALUE 1 THRU 20.

       01  WS-ROLL-OLD-SEMESTER     PIC X(2) VALUE SPACES.
       01  WS-ROLL-NEW-SEMESTER     PIC X(2) VALUE SPACES.
               10 FILLER            PIC X(25).
           05  WS-MENU-19.
               10 FILLER            PIC X(25).
           05  WS-MENU-20.
               10 FILLER            PIC X(25).
           05  WS-MENU-EXIT.
               10 FILLER            PIC X(25).
           05  WS-PROMPT.
       01  WS-ERROR-MESSAGES.
           05  WS-ERR-INVALID       PIC X(40).
           05  WS-ERR-CALL          PIC X(40).
           05  WS-ERR-AUTH          PIC X(50).
      *
       01  WS-LOGIN-MESSAGES.
           05  WS-MSG-LOGIN-ID      PIC X(20).
           05  WS-MSG-PASSWORD      PIC X(20).
           05  WS-MSG-LOGIN-NG      PIC X(50).
           05  WS-MSG-LOCKED        PIC X(80).
           05  WS-MSG-LOCKED-NOW    PIC X(50).
           05  WS-MSG-LOGIN-FAIL    PIC X(70).
           05  WS-MSG-PWD-EXPIRED   PIC X(80).
           05  WS-MSG-NEW-PWD       PIC X(40).
           05  WS-MSG-NEW-PWD-2     PIC X(40).
           05  WS-MSG-PWD-MISMATCH  PIC X(50).
           05  WS-MSG-PWD-RULE      PIC X(70).
           05  WS-MSG-PWD-SAME      PIC X(50).
           05  WS-MSG-PWD-REUSE     PIC X(70).
           05  WS-MSG-PWD-CHANGED   PIC X(50).
           05  WS-MSG-PWD-NG        PIC X(60).
           05  WS-MSG-OPER-CREATED  PIC X(80).

       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
           PERFORM SELECT-LANGUAGE
           PERFORM INITIALIZE-MESSAGES
           PERFORM OPERATOR-LOGIN
           IF WS-LOGIN-OK
               PERFORM UNTIL WS-EXIT
                   PERFORM DISPLAY-MAIN-MENU
                   PERFORM PROCESS-MENU-CHOICE
               END-PERFORM
           END-IF
           IF WS-LANG-ENGLISH
               DISPLAY "Exiting the syllabus management system."
           ELSE
               DISPLAY "シラバス管理システムを終了し"
                   "ます。"
           END-IF
           STOP RUN.

           END-IF
           .

      * オペレータのログイン。権限が1～4以外のIDは使えない
       OPERATOR-LOGIN SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN I-O SYL-OPERATOR-FILE
           IF WS-SOP-NO-FILE
               PERFORM CREATE-OPERATOR-FILE
               OPEN I-O SYL-OPERATOR-FILE
           END-IF
           MOVE 0 TO WS-LOGIN-TRIES
           PERFORM UNTIL WS-LOGIN-OK OR WS-LOGIN-TRIES = 3
               ADD 1 TO WS-LOGIN-TRIES
               DISPLAY WS-MSG-LOGIN-ID
               ACCEPT WS-LOGIN-ID
               DISPLAY WS-MSG-PASSWORD
               ACCEPT WS-LOGIN-PASSWORD
               MOVE WS-LOGIN-ID TO SOP-ID
               READ SYL-OPERATOR-FILE
                   INVALID KEY
                       DISPLAY WS-MSG-LOGIN-NG
                       PERFORM WRITE-LOGIN-AUDIT-NG
                   NOT INVALID KEY
                       PERFORM TRY-ONE-LOGIN
               END-READ
           END-PERFORM
           IF WS-LOGIN-OK
               PERFORM CHECK-PASSWORD-EXPIRY
           END-IF
           CLOSE SYL-OPERATOR-FILE
           IF WS-LOGIN-OK
               MOVE SOP-ID TO SES-OPERATOR-ID
               MOVE SOP-ROLE TO SES-ROLE
               MOVE SOP-TEACHER-ID TO SES-TEACHER-ID
               MOVE SOP-DEPARTMENT-ID TO SES-DEPARTMENT-ID
           ELSE
               DISPLAY WS-MSG-LOGIN-FAIL
           END-IF.

      * 初回起動時。初期管理者を1件だけ作成する（変更日0のため
      * 最初のログインでパスワード変更を求められる）
       CREATE-OPERATOR-FILE SECTION.
           OPEN OUTPUT SYL-OPERATOR-FILE
           INITIALIZE SYL-OPERATOR-RECORD
           MOVE "SYLADMIN" TO SOP-ID
           MOVE "ADMIN123" TO SOP-PASSWORD
           MOVE "SYSTEM ADMINISTRATOR" TO SOP-NAME
           MOVE "A" TO SOP-STATUS
           MOVE 4 TO SOP-ROLE
           WRITE SYL-OPERATOR-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE SYL-OPERATOR-FILE
           DISPLAY WS-MSG-OPER-CREATED.

      * 1回分の認証。ロック中は拒否し、失敗は回数を重ねて規程
      * 回数でロックする。成功時は失敗回数をリセットする
       TRY-ONE-LOGIN SECTION.
           IF SOP-LOCKED
               DISPLAY WS-MSG-LOCKED
               MOVE "LOCK" TO WS-LA-RESULT
               PERFORM WRITE-LOGIN-AUDIT
           ELSE
               IF SOP-PASSWORD = WS-LOGIN-PASSWORD
               AND SOP-ACTIVE
               AND SOP-VALID-ROLE
                   MOVE "Y" TO WS-LOGIN-OK-FLAG
                   MOVE ZERO TO SOP-FAIL-COUNT
                   REWRITE SYL-OPERATOR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "OK" TO WS-LA-RESULT
                   PERFORM WRITE-LOGIN-AUDIT
               ELSE
                   DISPLAY WS-MSG-LOGIN-NG
                   ADD 1 TO SOP-FAIL-COUNT
                   IF SOP-FAIL-COUNT >= WS-PWD-LOCK-LIMIT
                       MOVE "L" TO SOP-LOCK-FLAG
                       DISPLAY WS-MSG-LOCKED-NOW
                   END-IF
                   REWRITE SYL-OPERATOR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "NG" TO WS-LA-RESULT
                   PERFORM WRITE-LOGIN-AUDIT
               END-IF
           END-IF.

       WRITE-LOGIN-AUDIT-NG SECTION.
           MOVE "NG" TO WS-LA-RESULT
           PERFORM WRITE-LOGIN-AUDIT.

       WRITE-LOGIN-AUDIT SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LA-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LA-TIME
           MOVE WS-LOGIN-ID TO WS-LA-OPER-ID
           OPEN EXTEND LOGIN-AUDIT-FILE
           IF NOT WS-LGA-SUCCESS
               OPEN OUTPUT LOGIN-AUDIT-FILE
           END-IF
           MOVE WS-LOGIN-AUDIT-DETAIL TO LOGIN-AUDIT-LINE
           WRITE LOGIN-AUDIT-LINE
           CLOSE LOGIN-AUDIT-FILE
           MOVE "00" TO WS-LGA-STATUS.

      * 最終変更から90日（未設定は即時）を過ぎていれば変更を
      * 強制する。変更できなければログインは成立しない
       CHECK-PASSWORD-EXPIRY SECTION.
           COMPUTE WS-PWD-EXPIRE-LIMIT =
               SOP-PWD-CHANGED-DATE + WS-PWD-EXPIRE-DAYS
           IF SOP-PWD-CHANGED-DATE = ZERO
           OR WS-CURRENT-DATE > WS-PWD-EXPIRE-LIMIT
               DISPLAY WS-MSG-PWD-EXPIRED
               PERFORM FORCE-PASSWORD-CHANGE
               IF NOT WS-PWD-OK
                   MOVE "N" TO WS-LOGIN-OK-FLAG
               END-IF
           END-IF.

       FORCE-PASSWORD-CHANGE SECTION.
           MOVE "N" TO WS-PWD-OK-FLAG
           DISPLAY WS-MSG-NEW-PWD
           ACCEPT WS-NEW-PASSWORD
           DISPLAY WS-MSG-NEW-PWD-2
           ACCEPT WS-NEW-PASSWORD-2
           IF WS-NEW-PASSWORD NOT = WS-NEW-PASSWORD-2
               DISPLAY WS-MSG-PWD-MISMATCH
           ELSE
               PERFORM CHECK-PASSWORD-RULES
               IF WS-PWD-OK
                   PERFORM APPLY-PASSWORD-CHANGE
               END-IF
           END-IF.

      * 複雑性：6文字以上で英字と数字を両方含むこと。
      * 現在および直近3世代と同じものは不可
       CHECK-PASSWORD-RULES SECTION.
           MOVE "Y" TO WS-PWD-OK-FLAG
           MOVE ZERO TO WS-PWD-LEN
           MOVE ZERO TO WS-PWD-LETTERS
           MOVE ZERO TO WS-PWD-DIGITS
           PERFORM VARYING WS-PWD-I FROM 1 BY 1
                   UNTIL WS-PWD-I > 8
               IF WS-NEW-PASSWORD(WS-PWD-I:1) NOT = SPACE
                   ADD 1 TO WS-PWD-LEN
                   IF WS-NEW-PASSWORD(WS-PWD-I:1) >= "0"
                   AND WS-NEW-PASSWORD(WS-PWD-I:1) <= "9"
                       ADD 1 TO WS-PWD-DIGITS
                   ELSE
                       ADD 1 TO WS-PWD-LETTERS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PWD-LEN < 6
           OR WS-PWD-DIGITS = ZERO
           OR WS-PWD-LETTERS = ZERO
               DISPLAY WS-MSG-PWD-RULE
               MOVE "N" TO WS-PWD-OK-FLAG
           END-IF
           IF WS-PWD-OK
               IF WS-NEW-PASSWORD = SOP-PASSWORD
                   DISPLAY WS-MSG-PWD-SAME
                   MOVE "N" TO WS-PWD-OK-FLAG
               END-IF
               PERFORM VARYING WS-HIST-I FROM 1 BY 1
                       UNTIL WS-HIST-I > 3
                   IF WS-NEW-PASSWORD = SOP-PWD-PREV(WS-HIST-I)
                   AND WS-NEW-PASSWORD NOT = SPACES
                       DISPLAY WS-MSG-PWD-REUSE
                       MOVE "N" TO WS-PWD-OK-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-PASSWORD-CHANGE SECTION.
           MOVE SOP-PWD-PREV(2) TO SOP-PWD-PREV(3)
           MOVE SOP-PWD-PREV(1) TO SOP-PWD-PREV(2)
           MOVE SOP-PASSWORD TO SOP-PWD-PREV(1)
           MOVE WS-NEW-PASSWORD TO SOP-PASSWORD
           MOVE WS-CURRENT-DATE TO SOP-PWD-CHANGED-DATE
           REWRITE SYL-OPERATOR-RECORD
               INVALID KEY
                   DISPLAY WS-MSG-PWD-NG
                   MOVE "N" TO WS-PWD-OK-FLAG
               NOT INVALID KEY
                   DISPLAY WS-MSG-PWD-CHANGED
           END-REWRITE.

       INITIALIZE-MESSAGES SECTION.
           IF WS-LANG-ENGLISH
               MOVE "Syllabus Management System" TO WS-TITLE
               MOVE "17. Syllabus File Integrity Check" TO WS-MENU-17
               MOVE "18. Prerequisite Chain Check" TO WS-MENU-18
               MOVE "19. Schedule Conflict Report" TO WS-MENU-19
               MOVE "20. Operator Master" TO WS-MENU-20
               MOVE "99. Exit" TO WS-MENU-EXIT
               MOVE "Select (1-20, 99): " TO WS-PROMPT
               MOVE "Invalid selection" TO WS-ERR-INVALID
               MOVE "Program call error" TO WS-ERR-CALL
               MOVE "You are not authorized for this operation"
                   TO WS-ERR-AUTH
               MOVE "Operator ID: " TO WS-MSG-LOGIN-ID
               MOVE "Password: " TO WS-MSG-PASSWORD
               MOVE "Invalid ID or password." TO WS-MSG-LOGIN-NG
               MOVE
                   "This ID is locked. "
                   & "Ask the administrator to unlock it."
                   TO WS-MSG-LOCKED
               MOVE "Locked after repeated failures."
                   TO WS-MSG-LOCKED-NOW
               MOVE "Login failed. Exiting." TO WS-MSG-LOGIN-FAIL
               MOVE "Your password has expired. Please change it."
                   TO WS-MSG-PWD-EXPIRED
               MOVE "New password: " TO WS-MSG-NEW-PWD
               MOVE "New password (confirm): " TO WS-MSG-NEW-PWD-2
               MOVE "Confirmation does not match."
                   TO WS-MSG-PWD-MISMATCH
               MOVE "Use at least 6 characters with letters and digits."
                   TO WS-MSG-PWD-RULE
               MOVE "Same as the current password." TO WS-MSG-PWD-SAME
               MOVE "A recently used password cannot be reused."
                   TO WS-MSG-PWD-REUSE
               MOVE "Password changed." TO WS-MSG-PWD-CHANGED
               MOVE "Password could not be changed." TO WS-MSG-PWD-NG
               MOVE "Operator file created. Log in as SYLADMIN."
                   TO WS-MSG-OPER-CREATED
           ELSE
               MOVE "シラバス管理システム" TO WS-TITLE
               MOVE " 1. シラバス登録" TO WS-MENU-1
               MOVE " 6. レポート作成" TO WS-MENU-6
               MOVE " 7. 学科マスタ" TO WS-MENU-7
               MOVE " 8. 教員マスタ" TO WS-MENU-8
               MOVE " 9. シラバスコピー(新学期用)"
                   TO WS-MENU-9
               MOVE "10. 学生マスタ" TO WS-MENU-10
               MOVE "11. 履修登録" TO WS-MENU-11
               MOVE "12. 教員別担当コマ数レポート"
                   TO WS-MENU-12
               MOVE "13. 学期一括繰越" TO WS-MENU-13
               MOVE "14. LMS連携用データ抽出" TO WS-MENU-14
               MOVE "15. 学科別単位数集計レポート"
                   TO WS-MENU-15
               MOVE "16. 参照整合性チェック" TO WS-MENU-16
               MOVE "17. シラバスファイル整合性チェック"
                   TO WS-MENU-17
               MOVE "18. 前提科目整合性チェック"
                   TO WS-MENU-18
               MOVE "19. 時間割重複チェック" TO WS-MENU-19
               MOVE "20. オペレータマスタ" TO WS-MENU-20
               MOVE "99. 終了" TO WS-MENU-EXIT
               MOVE "選択 (1-20, 99): " TO WS-PROMPT
               MOVE "無効な選択です" TO WS-ERR-INVALID
               MOVE "プログラム呼出エラー" TO WS-ERR-CALL
               MOVE "この操作を行う権限がありません"
                   TO WS-ERR-AUTH
               MOVE "オペレータID: " TO WS-MSG-LOGIN-ID
               MOVE "パスワード: " TO WS-MSG-PASSWORD
               MOVE "IDまたはパスワードが違います。"
                   TO WS-MSG-LOGIN-NG
               MOVE
                   "このIDはロックされています。"
                   & "管理者に解除を依頼してください。"
                   TO WS-MSG-LOCKED
               MOVE "失敗が続いたためロックしました。"
                   TO WS-MSG-LOCKED-NOW
               MOVE
                   "ログインに失敗しました。"
                   & "処理を終了します。"
                   TO WS-MSG-LOGIN-FAIL
               MOVE
                   "パスワードの有効期限が"
                   & "切れています。変更してください。"
                   TO WS-MSG-PWD-EXPIRED
               MOVE "新しいパスワード: " TO WS-MSG-NEW-PWD
               MOVE "新しいパスワード（確認）: "
                   TO WS-MSG-NEW-PWD-2
               MOVE "確認入力が一致しません。"
                   TO WS-MSG-PWD-MISMATCH
               MOVE
                   "6文字以上で英字と数字を"
                   & "含めてください。"
                   TO WS-MSG-PWD-RULE
               MOVE "現在のパスワードと同じです。"
                   TO WS-MSG-PWD-SAME
               MOVE
                   "最近使ったパスワードは"
                   & "再利用できません。"
                   TO WS-MSG-PWD-REUSE
               MOVE "パスワードを変更しました。"
                   TO WS-MSG-PWD-CHANGED
               MOVE
                   "パスワードを変更できませんでした。"
                   TO WS-MSG-PWD-NG
               MOVE
                   "オペレータファイルを作成しました。"
                   & "SYLADMINでログインしてください。"
                   TO WS-MSG-OPER-CREATED
           END-IF.

       DISPLAY-MAIN-MENU SECTION.
           DISPLAY WS-MENU-17
           DISPLAY WS-MENU-18
           DISPLAY WS-MENU-19
           DISPLAY WS-MENU-20
           DISPLAY WS-MENU-EXIT
           DISPLAY ALL "="
           DISPLAY SPACE
           IF NOT WS-VALID-CHOICE AND NOT WS-EXIT
               DISPLAY WS-ERR-INVALID
           ELSE
               PERFORM CHECK-MENU-AUTHORITY
               IF WS-ALLOWED-ROLES(SES-ROLE:1) = SPACE
                   DISPLAY WS-ERR-AUTH
               ELSE
                   PERFORM DISPATCH-MENU-CHOICE
               END-IF
           END-IF.

      * メニュー番号ごとに使える権限（1=教員 2=学科事務 3=教務
      * 4=管理者）。照会・一覧・レポートは全員、シラバスの登録・
      * 更新は教員から（対象シラバスの確認は各プログラムで行う）、
      * 削除・コピーと教員関係は学科事務、学生マスタ・履修登録と
      * 履修を含むLMS抽出は教務、学科マスタ・学期繰越・オペレータ
      * 管理は管理者に限る。管理者はすべてを使える
       CHECK-MENU-AUTHORITY SECTION.
           EVALUATE WS-USER-CHOICE
               WHEN 4
               WHEN 5
               WHEN 6
               WHEN 99
                   MOVE "1234" TO WS-ALLOWED-ROLES
               WHEN 1
               WHEN 2
                   MOVE "12 4" TO WS-ALLOWED-ROLES
               WHEN 3
               WHEN 8
               WHEN 9
                   MOVE " 2 4" TO WS-ALLOWED-ROLES
               WHEN 10
               WHEN 11
               WHEN 14
                   MOVE "  34" TO WS-ALLOWED-ROLES
               WHEN 12
               WHEN 15
               WHEN 16
               WHEN 17
               WHEN 18
               WHEN 19
                   MOVE " 234" TO WS-ALLOWED-ROLES
               WHEN OTHER
                   MOVE "   4" TO WS-ALLOWED-ROLES
           END-EVALUATE.

       DISPATCH-MENU-CHOICE SECTION.
           EVALUATE WS-USER-CHOICE
               WHEN 1
                   PERFORM CALL-SYLLABUS-REGISTER
               WHEN 2
                   PERFORM CALL-SYLLABUS-UPDATE
               WHEN 3
                   PERFORM CALL-SYLLABUS-DELETE
               WHEN 4
                   PERFORM CALL-SYLLABUS-QUERY
               WHEN 5
                   PERFORM CALL-SYLLABUS-LIST
               WHEN 6
                   PERFORM CALL-REPORT-GENERATE
               WHEN 7
                   PERFORM CALL-DEPARTMENT-MASTER
               WHEN 8
                   PERFORM CALL-TEACHER-MASTER
               WHEN 9
                   PERFORM CALL-SYLLABUS-COPY
               WHEN 10
                   PERFORM CALL-STUDENT-MASTER
               WHEN 11
                   PERFORM CALL-ENROLLMENT
               WHEN 12
                   PERFORM CALL-TEACHER-WORKLOAD-REPORT
               WHEN 13
                   PERFORM CALL-SEMESTER-ROLLOVER
               WHEN 14
                   PERFORM CALL-LMS-EXPORT
               WHEN 15
                   PERFORM CALL-DEPARTMENT-CREDIT-REPORT
               WHEN 16
                   PERFORM CALL-RECONCILIATION-REPORT
               WHEN 17
                   PERFORM CALL-INTEGRITY-CHECK
               WHEN 18
                   PERFORM CALL-PREREQUISITE-CHECK
               WHEN 19
                   PERFORM CALL-SCHEDULE-CONFLICT-REPORT
               WHEN 20
                   PERFORM CALL-OPERATOR-MASTER
               WHEN 99
                   MOVE 1 TO WS-EXIT-FLAG
           END-EVALUATE.

       CALL-SYLLABUS-REGISTER SECTION.
           CALL "SYLREG" USING SYL-SESSION
               ON EXCEPTION
                   DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-SYLLABUS-UPDATE SECTION.
           CALL "SYLUPD" USING SYL-SESSION
               ON EXCEPTION
                   DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-SYLLABUS-DELETE SECTION.
           CALL "SYLDEL" USING SYL-SESSION
               ON EXCEPTION
                   DISPLAY WS-ERR-CALL
           END-CALL.
           END-CALL.

       CALL-SEMESTER-ROLLOVER SECTION.
           DISPLAY "繰越元の学期を入力してください(例"
               ":01): "
           ACCEPT WS-ROLL-OLD-SEMESTER
           DISPLAY "繰越先の学期を入力してください(例"
               ":02): "
           ACCEPT WS-ROLL-NEW-SEMESTER
           CALL "SYLROLL" USING WS-ROLL-OLD-SEMESTER
               WS-ROLL-NEW-SEMESTER
               ON EXCEPTION
                   DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-OPERATOR-MASTER SECTION.
           CALL "SYLOPR" USING SES-OPERATOR-ID
               ON EXCEPTION
                   DISPLAY WS-ERR-CALL
           END-CALL.
