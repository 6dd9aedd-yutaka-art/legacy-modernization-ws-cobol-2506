      * 期末試験の割当結果（exam_slot.dat）。学期＋科目コードを
      * キーとし、期末試験時間割編成（SYLEXAM）が編成のたびに
      * その学期分を作り直す。コマは1〜20（(日−1)×4＋限）、
      * 0は割当不能。追試験の申請（SYLMKUP）で受験資格の確認に使う
       01  EXAM-SLOT-RECORD.
           05  EXS-KEY.
               10  EXS-SEMESTER         PIC X(2).
               10  EXS-COURSE-ID        PIC X(6).
           05  EXS-SLOT                 PIC 9(2).
           05  EXS-DAY                  PIC 9(1).
           05  EXS-PERIOD               PIC 9(1).
           05  EXS-ROOM                 PIC X(10).
           05  EXS-ENROLLED             PIC 9(4).
           05  EXS-BUILD-DATE           PIC 9(8).
