      * 継続発注（standing_order.dat）。年鑑・統計年報・名簿類など
      * 毎年同じ内容で発注する資料を登録しておき、月次バッチ
      * （LIBSTOB）が発注予定月に発注（purchase_order.dat）を作成して
      * 予算へ引当する。SO-LAST-ORDER-FYに発注済の会計年度を持ち、
      * 同じ年度に二重に発注しない。予算不足等で見送った継続発注は
      * 同じ年度内の翌月以降の実行で再び発注を試みる
       01  STANDING-ORDER-RECORD.
           05  SO-ID                    PIC 9(6).
           05  SO-TITLE                 PIC X(50).
           05  SO-ISBN                  PIC X(13).
           05  SO-AUTHOR                PIC X(30).
           05  SO-PUBLISHER             PIC X(30).
           05  SO-CATEGORY              PIC X(3).
           05  SO-VENDOR-ID             PIC X(5).
           05  SO-FUND-CODE             PIC X(4).
           05  SO-BRANCH                PIC X(4).
           05  SO-QTY                   PIC 9(2).
      *    見込単価。円建て業者は円（SO-UNIT-PRICE）、外貨建て業者は
      *    外貨（SO-FC-PRICE）で持ち、発注時のレートで円換算する
           05  SO-UNIT-PRICE            PIC 9(7).
           05  SO-FC-PRICE              PIC 9(7)V99.
      *    発注予定月（1-12）と発注から納品予定までの日数
           05  SO-EXPECTED-MONTH        PIC 9(2).
           05  SO-LEAD-DAYS             PIC 9(3).
           05  SO-STATUS                PIC X(1).
               88  SO-ACTIVE            VALUE "A".
               88  SO-SUSPENDED         VALUE "S".
           05  SO-LAST-ORDER-FY         PIC 9(4).
           05  SO-LAST-PO-NO            PIC 9(8).
           05  SO-LAST-ORDER-DATE       PIC 9(8).
           05  SO-ENTRY-DATE            PIC 9(8).
           05  SO-ENTRY-OPER            PIC X(8).
