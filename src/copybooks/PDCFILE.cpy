      * 第二専攻・副専攻の申告（program_declaration.dat）。学籍
      * 番号と学生ごとの連番がキー。所属学科（主専攻）とは別に、
      * 申告した学科・課程区分ごとに卒業要件マスタの要件で判定
      * する（SYLGRAD）。要件を満たしたことを修了認定すると修了
      * （C）になり、成績証明書（SYLTRN）に修了課程として印字する
       01  PROGRAM-DECLARATION-RECORD.
           05  PDC-KEY.
               10  PDC-STUDENT-ID       PIC X(7).
               10  PDC-SEQ              PIC 9(2).
           05  PDC-DEPARTMENT-ID        PIC X(4).
           05  PDC-PROGRAM-TYPE         PIC X(1).
               88  PDC-SECOND-MAJOR     VALUE "D".
               88  PDC-MINOR            VALUE "N".
      *    適用する卒業要件の版（申告した年度）
           05  PDC-CATALOG-YEAR         PIC 9(4).
           05  PDC-DECLARE-DATE         PIC 9(8).
           05  PDC-COMPLETE-DATE        PIC 9(8).
           05  PDC-WITHDRAW-DATE        PIC 9(8).
           05  PDC-STATUS               PIC X(1).
               88  PDC-ACTIVE           VALUE "A".
               88  PDC-COMPLETED        VALUE "C".
               88  PDC-WITHDRAWN        VALUE "W".
