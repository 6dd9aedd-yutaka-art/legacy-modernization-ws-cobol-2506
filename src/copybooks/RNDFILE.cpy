      * 科目ごとの教室設備要件（room_need.dat）。プロジェクタ・
      * PC設備が必要な科目だけを登録し、登録のない科目は設備
      * 不問とする。セクション開講の科目は全セクションに適用する。
      * SYLRALCの教室自動割当てで教室マスタの設備と照合する
       01  ROOM-NEED-RECORD.
           05  RND-COURSE-ID            PIC X(6).
           05  RND-NEED-PROJECTOR       PIC X(1).
               88  RND-PROJECTOR-NEEDED VALUE "Y".
           05  RND-NEED-PC              PIC X(1).
               88  RND-PC-NEEDED        VALUE "Y".
           05  RND-REG-DATE             PIC 9(8).
