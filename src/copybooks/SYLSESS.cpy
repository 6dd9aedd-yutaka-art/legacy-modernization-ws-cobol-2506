      * ログイン中のオペレータ。SYLABUSが設定し、シラバスを
      * 変更するプログラム（SYLREG・SYLUPD・SYLDEL）へ渡す
       01  SYL-SESSION.
           05  SES-OPERATOR-ID          PIC X(8).
           05  SES-ROLE                 PIC 9(1).
               88  SES-ROLE-TEACHER     VALUE 1.
               88  SES-ROLE-DEPT-OFFICE VALUE 2.
               88  SES-ROLE-REGISTRAR   VALUE 3.
               88  SES-ROLE-ADMIN       VALUE 4.
           05  SES-TEACHER-ID           PIC X(5).
           05  SES-DEPARTMENT-ID        PIC X(4).
