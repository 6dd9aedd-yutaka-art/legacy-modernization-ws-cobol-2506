      * 団体口座（inst_account.dat）。研究室・部局などの団体利用者
      * （利用者区分5）ごとに、受取を認めるメンバーの利用者IDと
      * 責任者（教職員）を持つ。貸出は団体の口座に記帳し、延滞
      * 通知と延滞金・弁償金は責任者あてとする。
      * 登録・修正はLIBINST、責任者の解決はLIBINSRが行う
       01  INST-RECORD.
           05  INST-USER-ID             PIC X(8).
           05  INST-RESP-USER-ID        PIC X(8).
           05  INST-MEMBER-COUNT        PIC 9(2).
           05  INST-MEMBER-ID           PIC X(8) OCCURS 20 TIMES.
           05  INST-UPDATE-DATE         PIC 9(8).
           05  INST-UPDATE-OPER         PIC X(8).
