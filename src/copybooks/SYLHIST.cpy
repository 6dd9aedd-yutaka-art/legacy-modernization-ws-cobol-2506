      * 改訂オペレータを持たない旧形式のファイルはSYLHISCVで
      * 変換する
       01  SYLLABUS-HISTORY-REC.
           05  HIS-KEY.
               10  HIS-COURSE-ID        PIC X(6).
           05  HIS-CO-TEACHERS OCCURS 4 TIMES
                                        PIC X(5).
           05  HIS-REVISION-DATE        PIC 9(8).
      * 改訂を行ったオペレータ（SYLABUSのログインID。メニュー外の
      * ツールから書いた場合はそのプログラム名）
           05  HIS-OPERATOR-ID          PIC X(8).
