      * 抽選科目への履修申込み（lottery_request.dat）。科目×
      * 学期×学籍番号で1件。抽選で当選（W）なら履修登録、
      * 落選（L）なら抽選順に待機リストへ登録し、その待機番号を
      * 残す。抽選順はSYLLOTが付ける。抽選前に科目が閉講した
      * 場合は抽選せず不成立（X）にする
       01  LOTTERY-REQUEST-RECORD.
           05  LRQ-KEY.
               10  LRQ-COURSE-ID        PIC X(6).
               10  LRQ-SEMESTER         PIC X(2).
               10  LRQ-STUDENT-ID       PIC X(7).
           05  LRQ-SECTION-NO           PIC 9(2).
           05  LRQ-REQUEST-DATE         PIC 9(8).
           05  LRQ-STATUS               PIC X(1).
               88  LRQ-PENDING          VALUE "R".
               88  LRQ-WON              VALUE "W".
               88  LRQ-WAITLISTED       VALUE "L".
               88  LRQ-REJECTED         VALUE "X".
           05  LRQ-DRAW-ORDER           PIC 9(4).
           05  LRQ-WL-NO                PIC 9(8).
