      * 学期をキーに含め、同一科目の再履修を学期違いの別
      * レコードとして保持する（成績ファイルと同じキー構成）。
      * 旧キー（学籍番号＋科目コード）のファイルはSYLENRCVで
      * 変換する
       01  ENROLLMENT-RECORD.
           05  ENR-KEY.
               10  ENR-STUDENT-ID      PIC X(7).
               10  ENR-COURSE-ID       PIC X(6).
               10  ENR-SEMESTER        PIC X(2).
           05  ENR-ENROLL-DATE         PIC 9(8).
           05  ENR-STATUS              PIC X.
               88  ENR-ACTIVE          VALUE "A".
