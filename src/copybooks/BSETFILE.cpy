      * 多巻もの・シリーズ（book_set.dat）。百科事典・全集などの
      * セット（S）は全巻数を持ち、巻がそろっているかを判定する。
      * 刊行中のシリーズ（R）は全巻数0（未定）でもよい。
      * 各巻の蔵書との対応は巻リンク（book_set_volume.dat）に持つ
       01  BSET-RECORD.
           05  BSET-ID                  PIC 9(6).
           05  BSET-TITLE               PIC X(50).
           05  BSET-PUBLISHER           PIC X(30).
           05  BSET-TYPE                PIC X(1).
               88  BSET-IS-SET          VALUE "S".
               88  BSET-IS-SERIES       VALUE "R".
           05  BSET-TOTAL-VOLS          PIC 9(3).
           05  BSET-ENTRY-DATE          PIC 9(8).
           05  BSET-ENTRY-OPER          PIC X(8).
