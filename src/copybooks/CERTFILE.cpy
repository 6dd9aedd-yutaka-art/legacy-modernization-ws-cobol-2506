      * 証明書発行台帳（certificate_register.dat）。証明書番号で
      * 1件。証明書発行（SYLCERT）が発行のたびに採番して記録し、
      * 提出された証明書の真偽を番号で照合する。氏名・所属・
      * 学年・在籍状態は発行時点の内容を控える
       01  CERTIFICATE-RECORD.
           05  CERT-SERIAL-NO           PIC 9(6).
           05  CERT-ISSUE-DATE          PIC 9(8).
           05  CERT-ISSUE-TIME          PIC 9(6).
           05  CERT-STUDENT-ID          PIC X(7).
           05  CERT-TYPE                PIC X(1).
               88  CERT-ENROLLMENT      VALUE "E".
               88  CERT-EXPECTED-GRAD   VALUE "X".
               88  CERT-GRADUATION      VALUE "G".
           05  CERT-LANGUAGE            PIC X(1).
               88  CERT-JAPANESE        VALUE "J".
               88  CERT-ENGLISH         VALUE "E".
           05  CERT-PURPOSE             PIC X(30).
           05  CERT-ISSUED-BY           PIC X(8).
           05  CERT-STUDENT-NAME        PIC X(41).
           05  CERT-DEPARTMENT-ID       PIC X(4).
           05  CERT-YEAR                PIC 9(1).
           05  CERT-STUDENT-STATUS      PIC X(1).
      * 卒業見込み年月（卒業見込証明書のみ。他は0）
           05  CERT-EXPECTED-YM         PIC 9(6).
