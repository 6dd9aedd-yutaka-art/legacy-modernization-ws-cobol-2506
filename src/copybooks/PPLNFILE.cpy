      * 延滞金の分割払い計画（payment_plan.dat）。利用者の未払い
      * 延滞金（最大20件）をまとめ、月ごとの分割回（最大12回）の
      * 期日と金額を持つ。計画に組み入れた延滞金にはFINE-PLAN-NOと
      * FINE-PLAN-STATUSを立て、約定どおり返済中（A）の間は
      * 貸出停止の対象から外す。計画の作成・照会・取消はLIBPPLN、
      * 入金はLIBFINE、不履行の判定は月次バッチLIBPPCKが行う
       01  PPLN-RECORD.
           05  PPLN-PLAN-NO             PIC 9(8).
           05  PPLN-USER-ID             PIC X(8).
           05  PPLN-STATUS              PIC X(1).
               88  PPLN-CURRENT         VALUE "A".
               88  PPLN-MISSED          VALUE "M".
               88  PPLN-COMPLETED       VALUE "C".
               88  PPLN-CANCELLED       VALUE "X".
               88  PPLN-OPEN            VALUE "A", "M".
           05  PPLN-TOTAL-AMOUNT        PIC 9(7)V99.
           05  PPLN-PAID-AMOUNT         PIC 9(7)V99.
           05  PPLN-AGREE-DATE          PIC 9(8).
           05  PPLN-AGREE-OPER          PIC X(8).
           05  PPLN-MISSED-DATE         PIC 9(8).
           05  PPLN-CLOSE-DATE          PIC 9(8).
           05  PPLN-FINE-COUNT          PIC 9(2).
           05  PPLN-FINE-NO             PIC 9(10) OCCURS 20 TIMES.
           05  PPLN-INST-COUNT          PIC 9(2).
           05  PPLN-INSTALLMENT OCCURS 12 TIMES.
               10  PPLN-INST-DUE-DATE   PIC 9(8).
               10  PPLN-INST-AMOUNT     PIC 9(7)V99.
