      *  (3) 回収委託マスタ（collection_referral.dat）に委託中
      *      レコードを登録する。委託中の利用者はLIBLOAN・
      *      LIBSELFで貸出停止となる
      * 業者からの入金戻しはLIBCPSTで消し込む。約定どおり返済中の
      * 分割払い計画に入っている延滞金は委託の対象外とする
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBCREF.
                       IF FINE-PAID = "N"
                       AND FINE-NOT-REFERRED
                       AND FINE-NOT-WRITTEN-OFF
                       AND NOT FINE-ON-CURRENT-PLAN
                           PERFORM ADD-TO-CANDIDATES
                       END-IF
               END-READ
                           IF FINE-PAID = "N"
                           AND FINE-NOT-REFERRED
                           AND FINE-NOT-WRITTEN-OFF
                           AND NOT FINE-ON-CURRENT-PLAN
                               PERFORM REFER-ONE-FINE
                           END-IF
                       END-IF
