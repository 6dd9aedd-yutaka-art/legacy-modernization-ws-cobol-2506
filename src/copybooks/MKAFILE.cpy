      * 追試験の申請（makeup_application.dat）。学期＋学籍番号＋
      * 科目コードをキーとする。理由区分と証明書類を記録し、
      * 科目の所属学科の学科長が承認（A）または却下（R）する。
      * 追試験編成（SYLMKSC）で割り当てた申請は編成済（S）とし、
      * 追試験期間内のコマと教室を持つ
       01  MAKEUP-APPLICATION-RECORD.
           05  MKA-KEY.
               10  MKA-SEMESTER         PIC X(2).
               10  MKA-STUDENT-ID       PIC X(7).
               10  MKA-COURSE-ID        PIC X(6).
           05  MKA-REASON-CODE          PIC X(1).
               88  MKA-REASON-ILLNESS   VALUE "I".
               88  MKA-REASON-TRANSPORT VALUE "T".
               88  MKA-REASON-OTHER     VALUE "O".
               88  MKA-VALID-REASON     VALUE "I", "T", "O".
           05  MKA-REASON               PIC X(40).
           05  MKA-EVIDENCE-TYPE        PIC X(1).
               88  MKA-EVIDENCE-MEDICAL VALUE "M".
               88  MKA-EVIDENCE-DELAY   VALUE "D".
               88  MKA-EVIDENCE-OTHER   VALUE "O".
               88  MKA-EVIDENCE-NONE    VALUE "N".
               88  MKA-VALID-EVIDENCE   VALUE "M", "D", "O", "N".
           05  MKA-EVIDENCE-REF         PIC X(20).
           05  MKA-APPLY-DATE           PIC 9(8).
           05  MKA-APPROVER-ID          PIC X(5).
           05  MKA-DECIDE-DATE          PIC 9(8).
           05  MKA-MAKEUP-SLOT          PIC 9(2).
           05  MKA-MAKEUP-ROOM          PIC X(10).
           05  MKA-STATUS               PIC X(1).
               88  MKA-PENDING          VALUE "P".
               88  MKA-APPROVED         VALUE "A".
               88  MKA-REJECTED         VALUE "R".
               88  MKA-SCHEDULED        VALUE "S".
