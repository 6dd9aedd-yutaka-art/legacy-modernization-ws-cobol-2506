      * カリキュラムマップ（curriculum_map.dat）。科目＋学科＋
      * 成果コードをキーとし、科目がその学習成果をどの段階で扱う
      * か（I=導入 R=強化 M=到達）を持つ。他学科の科目も対応付け
      * できる
       01  CURRICULUM-MAP-RECORD.
           05  CMP-KEY.
               10  CMP-COURSE-ID        PIC X(6).
               10  CMP-DEP-ID           PIC X(4).
               10  CMP-PLO-CODE         PIC X(4).
           05  CMP-LEVEL                PIC X(1).
               88  CMP-INTRODUCED       VALUE "I".
               88  CMP-REINFORCED       VALUE "R".
               88  CMP-MASTERED         VALUE "M".
               88  CMP-VALID-LEVEL      VALUE "I", "R", "M".
           05  CMP-UPDATE-DATE          PIC 9(8).
