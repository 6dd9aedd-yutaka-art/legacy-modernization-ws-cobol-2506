      * 学科の学習成果（program_outcome.dat）。学科＋成果コードを
      * キーとする。科目との対応はカリキュラムマップ（CMPFILE）で
      * 持ち、SYLPLOで対応表と不足一覧を作る
       01  OUTCOME-RECORD.
           05  PLO-KEY.
               10  PLO-DEP-ID           PIC X(4).
               10  PLO-CODE             PIC X(4).
           05  PLO-TITLE                PIC X(60).
           05  PLO-DESCRIPTION          PIC X(70).
           05  PLO-UPDATE-DATE          PIC 9(8).
           05  PLO-STATUS               PIC X(1).
               88  PLO-ACTIVE           VALUE "A".
               88  PLO-INACTIVE         VALUE "I".
