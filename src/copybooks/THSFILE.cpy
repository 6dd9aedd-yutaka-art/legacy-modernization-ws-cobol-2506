      * 卒業研究（thesis.dat）。学籍番号ごとに1件。指導教員、
      * 題目（和文・英文）、節目（1=題目承認 2=中間報告 3=論文提出
      * 4=口頭試問）ごとの予定日と実施日、副査、判定結果を持つ。
      * 判定結果の評語は卒業研究の科目・学期の成績として記録する
       01  THESIS-RECORD.
           05  THS-STUDENT-ID           PIC X(7).
           05  THS-SUPERVISOR-ID        PIC X(5).
           05  THS-COURSE-ID            PIC X(6).
           05  THS-SEMESTER             PIC X(2).
           05  THS-TITLE-JA             PIC X(60).
           05  THS-TITLE-EN             PIC X(60).
      * 予定日・実施日とも0は未定・未実施
           05  THS-MILESTONE OCCURS 4 TIMES.
               10  THS-MS-DUE-DATE      PIC 9(8).
               10  THS-MS-DONE-DATE     PIC 9(8).
           05  THS-EXAMINER-ID OCCURS 2 TIMES
                                        PIC X(5).
           05  THS-RESULT-GRADE         PIC X(2).
           05  THS-RESULT-POINT         PIC 9V9.
           05  THS-RESULT-DATE          PIC 9(8).
           05  THS-REGISTER-DATE        PIC 9(8).
           05  THS-STATUS               PIC X(1).
               88  THS-IN-PROGRESS      VALUE "A".
               88  THS-COMPLETED        VALUE "C".
