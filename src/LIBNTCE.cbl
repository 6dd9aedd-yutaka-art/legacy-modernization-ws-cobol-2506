      * 図書館管理システム - 通知スプール書込モジュール
      *
      * 通知状を作成する各バッチ（延滞通知LIBRPT04・取置案内
      * LIBHOLD・カード更新案内LIBEXPN・新着案内LIBNEWA）から
      * 1行ごとに呼び出され、
      * 当日の通知スプール（notice_spool_YYYYMMDD.dat）へ追記する。
      * スプールは通知発送バッチLIBNTFYが連絡方法マスタに従って
      * 郵送用プリントストリームとメール抽出へ振り分ける
