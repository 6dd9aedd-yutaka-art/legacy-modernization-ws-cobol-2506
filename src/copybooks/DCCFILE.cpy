      * 転学科時の既修得科目の認定（dept_change_course.dat）。
      * 申請（DCHFILE）ごとに、移籍前に修得した科目が新学科の
      * 卒業要件でどの区分に算入されるかを記録する。卒業判定
      * （SYLGRAD）は直近に発効した申請の認定を、科目の開講学科
      * による区分に優先して用いる
       01  DEPT-CHANGE-COURSE-RECORD.
           05  DCC-KEY.
               10  DCC-STUDENT-ID       PIC X(7).
               10  DCC-CHANGE-SEQ       PIC 9(2).
               10  DCC-COURSE-ID        PIC X(6).
           05  DCC-CREDITS              PIC 9(1).
           05  DCC-BUCKET               PIC X(1).
               88  DCC-BUCKET-MAJOR     VALUE "M".
               88  DCC-BUCKET-GENERAL   VALUE "G".
               88  DCC-NOT-COUNTED      VALUE "N".
           05  DCC-EVALUATED-BY         PIC X(5).
           05  DCC-EVAL-DATE            PIC 9(8).
