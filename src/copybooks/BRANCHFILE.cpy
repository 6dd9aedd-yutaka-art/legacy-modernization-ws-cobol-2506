      * 開館時間を持たない旧形式のファイルはLIBBRNCVで変換する
       01  BRANCH-RECORD.
           05  BRANCH-CODE              PIC X(4).
           05  BRANCH-NAME               PIC X(30).
           05  BRANCH-STATUS             PIC X(1).
               88  BRANCH-ACTIVE         VALUE "A".
      * 開館時間（時。閉館時は含まない。両方0は未設定）。入館者数
      * と貸出処理の時間帯別分析（LIBTRAF）で開館時間外や閑散・
      * 混雑の時間帯を判定するのに使う
           05  BRANCH-OPEN-HOUR          PIC 9(2).
           05  BRANCH-CLOSE-HOUR         PIC 9(2).
