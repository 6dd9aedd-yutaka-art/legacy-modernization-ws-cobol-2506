      * 卒業要件は学科×課程区分×カタログ年度で版管理する。
      * 学生には入学年度の版（なければ直近のそれ以前の版）を
      * 適用する。第二専攻・副専攻（PDCFILEで申告）は申告年度の
      * 版を適用する
       01  REQUIREMENT-RECORD.
           05  REQ-KEY.
               10  REQ-DEP-ID           PIC X(4).
               10  REQ-PROGRAM-TYPE     PIC X(1).
                   88  REQ-PRIMARY-MAJOR    VALUE SPACE.
                   88  REQ-SECOND-MAJOR     VALUE "D".
                   88  REQ-MINOR            VALUE "N".
               10  REQ-CATALOG-YEAR     PIC 9(4).
           05  REQ-TOTAL-CREDITS        PIC 9(3).
      *    区分別の必要単位数。区分は科目の開講学科で判定し、
