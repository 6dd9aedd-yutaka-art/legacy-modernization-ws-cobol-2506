      * 件名標目（subject.dat）。1冊（BOOK-ID）に連番で複数の件名を
      * 持つ。分類コードによらず主題で資料を探せるようにするもので、
      * 蔵書管理（LIBBOOK）の図書修正で保守し、書誌事前取込
      * （LIBBLOAD）が目録サービスの抽出に件名があれば取り込む。
      * OPAC（LIBOPAC）は件名の代替キーで件名一覧・件名検索を行う
       01  SUBJ-RECORD.
           05  SUBJ-KEY.
               10  SUBJ-BOOK-ID         PIC X(10).
               10  SUBJ-SEQ             PIC 9(2).
           05  SUBJ-HEADING             PIC X(40).
      *    件名の出所（M:手入力 L:目録サービスから取込）
           05  SUBJ-SOURCE              PIC X(1).
               88  SUBJ-MANUAL          VALUE "M".
               88  SUBJ-LOADED          VALUE "L".
           05  SUBJ-UPDATE-DATE         PIC 9(8).
