      * レファレンス受付記録（refdesk.dat）。レファレンスカウンタ
      * で受けた質問1件ごとに1レコード。入力はLIBREFQ、月報は
      * LIBREFR、年次の統計報告にも件数を使う
       01  REFQ-RECORD.
           05  REFQ-NO                  PIC 9(10).
           05  REFQ-BRANCH              PIC X(4).
           05  REFQ-OPER-ID             PIC X(8).
           05  REFQ-DATE                PIC 9(8).
      * 受付時刻（HHMM）
           05  REFQ-TIME                PIC 9(4).
      * 質問区分（D=所在案内 R=即答 S=調査 T=機器・技術）
           05  REFQ-TYPE                PIC X(1).
               88  REFQ-DIRECTIONAL     VALUE "D".
               88  REFQ-READY-REF       VALUE "R".
               88  REFQ-RESEARCH        VALUE "S".
               88  REFQ-TECHNICAL       VALUE "T".
               88  REFQ-TYPE-VALID      VALUE "D" "R" "S" "T".
      * 受付手段（P=対面 T=電話 E=メール）
           05  REFQ-CHANNEL             PIC X(1).
               88  REFQ-IN-PERSON       VALUE "P".
               88  REFQ-PHONE           VALUE "T".
               88  REFQ-EMAIL           VALUE "E".
               88  REFQ-CHANNEL-VALID   VALUE "P" "T" "E".
      * 対応に要した時間（分）
           05  REFQ-MINUTES             PIC 9(3).
