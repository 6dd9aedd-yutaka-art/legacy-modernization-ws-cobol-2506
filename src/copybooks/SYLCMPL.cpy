      * シラバスの記載完了チェック結果。SYLCMCKが設定し、承認・
      * 公開（SYLUPD）と未完了シラバスの督促一覧（SYLCMRP）で使う。
      * 規則ごとに "Y"=満たす "N"=不足 を返す
      *  1 週計画  15週すべて記入
      *  2 説明文  60バイト（全角20文字）以上
      *  3 到達目標 記入
      *  4 英文科目名 記入
      *  5 教室    記入
      *  6 教科書  教科書ファイル（TXTFILE）に1件以上
       01  SYL-COMPLETENESS.
           05  CPL-RESULT               PIC X(1).
               88  CPL-COMPLETE         VALUE "Y".
               88  CPL-INCOMPLETE       VALUE "N".
           05  CPL-FAILED-COUNT         PIC 9(1).
           05  CPL-RULE-FLAGS.
               10  CPL-WEEK-PLAN-OK     PIC X(1).
               10  CPL-DESCRIPTION-OK   PIC X(1).
               10  CPL-OBJECTIVES-OK    PIC X(1).
               10  CPL-NAME-EN-OK       PIC X(1).
               10  CPL-CLASSROOM-OK     PIC X(1).
               10  CPL-TEXTBOOK-OK      PIC X(1).
           05  CPL-RULE-FLAG REDEFINES CPL-RULE-FLAGS
                                        PIC X(1) OCCURS 6 TIMES.
           05  CPL-BLANK-WEEKS          PIC 9(2).
           05  CPL-DESC-LENGTH          PIC 9(3).
           05  CPL-MIN-DESC-LENGTH      PIC 9(3).
