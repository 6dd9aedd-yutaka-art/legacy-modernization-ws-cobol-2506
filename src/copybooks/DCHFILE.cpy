      * 転学科（学科変更）の申請（dept_change.dat）。学籍番号と
      * 学生ごとの連番がキー。STUCHGで申請し、現学科・新学科の
      * 学科長がそれぞれ承認すると承認済（A）になる。適用学期の
      * 開始後に発効処理を行うと学生マスタの所属学科を書き換え、
      * 発効（E）として残す。成績証明書（SYLTRN）は発効済の申請を
      * 学科変更履歴として印字する
       01  DEPT-CHANGE-RECORD.
           05  DCH-KEY.
               10  DCH-STUDENT-ID       PIC X(7).
               10  DCH-SEQ              PIC 9(2).
           05  DCH-FROM-DEPARTMENT      PIC X(4).
           05  DCH-TO-DEPARTMENT        PIC X(4).
           05  DCH-EFFECTIVE-SEMESTER   PIC X(2).
           05  DCH-REASON               PIC X(40).
           05  DCH-APPLY-DATE           PIC 9(8).
           05  DCH-FROM-CHAIR-ID        PIC X(5).
           05  DCH-FROM-APPROVE-DATE    PIC 9(8).
           05  DCH-TO-CHAIR-ID          PIC X(5).
           05  DCH-TO-APPROVE-DATE      PIC 9(8).
           05  DCH-EFFECT-DATE          PIC 9(8).
      * 発効時に外した指導教員（新学科での割当はSTUADVで行う）
           05  DCH-PRIOR-ADVISOR-ID     PIC X(5).
           05  DCH-STATUS               PIC X(1).
               88  DCH-PENDING          VALUE "P".
               88  DCH-APPROVED         VALUE "A".
               88  DCH-EFFECTED         VALUE "E".
               88  DCH-REJECTED         VALUE "R".
