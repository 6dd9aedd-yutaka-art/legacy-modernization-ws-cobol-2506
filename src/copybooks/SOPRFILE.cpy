      * シラバス管理システムのオペレータ（syl_operator.dat）。
      * SYLABUSのログインで認証し、SYLOPRで保守する
       01  SYL-OPERATOR-RECORD.
           05  SOP-ID                   PIC X(8).
           05  SOP-PASSWORD             PIC X(8).
           05  SOP-NAME                 PIC X(30).
           05  SOP-STATUS               PIC X(1).
               88  SOP-ACTIVE           VALUE "A".
           05  SOP-ROLE                 PIC 9(1).
               88  SOP-ROLE-TEACHER     VALUE 1.
               88  SOP-ROLE-DEPT-OFFICE VALUE 2.
               88  SOP-ROLE-REGISTRAR   VALUE 3.
               88  SOP-ROLE-ADMIN       VALUE 4.
               88  SOP-VALID-ROLE       VALUE 1 THRU 4.
      * 教員（権限1）は本人の教員ID、学科事務（権限2）は担当
      * 学科コード（空白は全学科）
           05  SOP-TEACHER-ID           PIC X(5).
           05  SOP-DEPARTMENT-ID        PIC X(4).
      * パスワード管理（LIBMENUと同じ規程：有効期限90日・直近
      * 3世代の再利用防止・連続5回失敗でロック）
           05  SOP-PWD-CHANGED-DATE     PIC 9(8).
           05  SOP-PWD-HISTORY.
               10  SOP-PWD-PREV         PIC X(8) OCCURS 3 TIMES.
           05  SOP-FAIL-COUNT           PIC 9(2).
           05  SOP-LOCK-FLAG            PIC X(1).
               88  SOP-LOCKED           VALUE "L".
