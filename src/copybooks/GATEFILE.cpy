      * 分館別・時間帯別入館者数（gate_visit.dat）。入館ゲートの
      * カウンタが出す日次ファイルをLIBGATEが取り込み、同じ分館・
      * 日・時の行は最新の値で置き換える。時間帯別の利用分析は
      * LIBTRAFが行う
       01  GATE-RECORD.
           05  GATE-KEY.
               10  GATE-BRANCH          PIC X(4).
               10  GATE-DATE            PIC 9(8).
      * 時（0-23）。その時台の入館者数を持つ
               10  GATE-HOUR            PIC 9(2).
           05  GATE-VISITS              PIC 9(6).
           05  GATE-LOAD-DATE           PIC 9(8).
