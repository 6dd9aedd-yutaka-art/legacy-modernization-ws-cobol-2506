      * 分割払い計画の項目を持たない旧形式のファイルは
      * LIBFINCVで変換する
       01  FINE-RECORD.
           05  FINE-NO                  PIC 9(10).
           05  FINE-LOAN-NO             PIC 9(10).
               88  FINE-TYPE-REPLACE    VALUE "R".
               88  FINE-TYPE-DAMAGE     VALUE "D".
               88  FINE-TYPE-MEMBER     VALUE "M".
               88  FINE-TYPE-CARD       VALUE "C".
           05  FINE-WAIVER-STATUS       PIC X(1).
               88  FINE-WAIVER-NONE     VALUE " ".
               88  FINE-WAIVER-REQUESTED VALUE "R".
      * 前期調整マーク（月次締めLIBPCLS参照）
           05  FINE-PRIOR-ADJ-FLAG      PIC X(1).
               88  FINE-PRIOR-ADJ       VALUE "Y".
      * 分割払い計画（payment_plan.dat）に組み入れた場合の計画番号と
      * 計画の状態（A=約定どおり返済中で貸出停止の対象外
      * M=不履行で貸出停止に戻す）
           05  FINE-PLAN-NO             PIC 9(8).
           05  FINE-PLAN-STATUS         PIC X(1).
               88  FINE-ON-CURRENT-PLAN VALUE "A".
               88  FINE-PLAN-MISSED     VALUE "M".
