      * 実習受入先マスタ（internship_host.dat）。受入先コードごとに
      * 1件。状態がIの受入先には新たな実習を登録できない
       01  HOST-ORG-RECORD.
           05  HST-ID                   PIC X(6).
           05  HST-NAME                 PIC X(60).
           05  HST-INDUSTRY             PIC X(20).
           05  HST-ADDRESS              PIC X(60).
           05  HST-PHONE                PIC X(15).
           05  HST-CONTACT-NAME         PIC X(30).
           05  HST-STATUS               PIC X(1).
               88  HST-ACTIVE           VALUE "A".
               88  HST-INACTIVE         VALUE "I".
