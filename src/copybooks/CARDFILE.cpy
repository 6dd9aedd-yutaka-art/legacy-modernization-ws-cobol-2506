      * 利用者カード番号（library_card.dat）。1人の利用者IDに
      * 複数のカード番号を対応づけ、使えるのは有効（A）のカード
      * だけとする。紛失（L）・再発行による差替え（R）のカードは
      * 貸出・セルフ貸出・OPACのいずれでも受け付けない。
      * カード番号の登録がない利用者は利用者IDそのものをカード
      * 番号として扱い、最初の再発行時にそのカードを登録して
      * 無効にする。照合はLIBCRDV、再発行はLIBCARDが行う
       01  CARD-RECORD.
           05  CARD-NO                  PIC X(10).
           05  CARD-USER-ID             PIC X(8).
           05  CARD-STATUS              PIC X(1).
               88  CARD-ACTIVE          VALUE "A".
               88  CARD-LOST            VALUE "L".
               88  CARD-REPLACED        VALUE "R".
           05  CARD-ISSUE-DATE          PIC 9(8).
           05  CARD-ISSUE-OPER          PIC X(8).
           05  CARD-STATUS-DATE         PIC 9(8).
           05  CARD-STATUS-OPER         PIC X(8).
           05  CARD-REPLACED-BY         PIC X(10).
           05  CARD-FEE-FINE-NO         PIC 9(10).
