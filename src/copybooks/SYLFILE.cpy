      * 主キーは科目コード。担当教員ID・学科コード・学期を重複可の
      * 代替キーとして定義する。代替キーのない旧形式のファイルは
      * SYLSYLCVで変換する
       01  SYLLABUS-FILE-REC.
           05  SYL-COURSE-ID            PIC X(6).
           05  SYL-COURSE-NAME          PIC X(30).
