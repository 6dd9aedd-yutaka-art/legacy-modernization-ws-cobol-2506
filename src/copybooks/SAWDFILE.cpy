      * 奨学金の受給候補・受給者（scholarship_award.dat）。奨学金
      * ID＋学期＋学籍番号で1件。学期末バッチ（SYLSCHP）が順位
      * 付きで候補（P）と補欠（V）を作り、委員会が画面（SYLSCH）
      * で確定（C）または辞退・不採用（R）とする。確定分は授業料
      * 査定抽出（SYLTUIT）が経理へ相殺行として送り、送付日を
      * 記録する（送付後は取り消せない）
       01  SCHOLARSHIP-AWARD-RECORD.
           05  SAW-KEY.
               10  SAW-SCH-ID           PIC X(4).
               10  SAW-SEMESTER         PIC X(2).
               10  SAW-STUDENT-ID       PIC X(7).
           05  SAW-RANK                 PIC 9(4).
           05  SAW-CUM-GPA              PIC 9V99.
           05  SAW-CREDITS              PIC 9(3).
           05  SAW-AMOUNT               PIC 9(7).
           05  SAW-STATUS               PIC X(1).
               88  SAW-PROPOSED         VALUE "P".
               88  SAW-RESERVE          VALUE "V".
               88  SAW-CONFIRMED        VALUE "C".
               88  SAW-DECLINED         VALUE "R".
           05  SAW-PROPOSE-DATE         PIC 9(8).
           05  SAW-CONFIRM-DATE         PIC 9(8).
           05  SAW-CONFIRMED-BY         PIC X(8).
           05  SAW-EXTRACT-DATE         PIC 9(8).
