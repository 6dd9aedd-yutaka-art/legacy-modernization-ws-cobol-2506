               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RESERVE-BOOK-FILE
          88 WS-CRS-EOF            VALUE "10".
       01 WS-RELEASED-COUNT        PIC 9(04) VALUE ZERO.

      * A generation of the academic files is taken through SYLSNAP
      * before anything is rolled, so a bad rollover can be undone
      * from SYLBKUP.
       01 WS-SNAP-ORIGIN           PIC X(8) VALUE "SYLROLL".
       01 WS-SNAP-GEN-ID           PIC 9(14) VALUE ZERO.
       01 WS-SNAP-TOTAL            PIC 9(7) VALUE ZERO.
       01 WS-SNAP-RETURN-CODE      PIC X(2) VALUE "00".
          88 WS-SNAP-SUCCESS       VALUE "00".

       LINKAGE SECTION.
       01 LS-OLD-SEMESTER          PIC X(2).
       01 LS-NEW-SEMESTER          PIC X(2).

       PROCEDURE DIVISION USING LS-OLD-SEMESTER LS-NEW-SEMESTER.
       MAIN-PROCESS SECTION.
           CALL "SYLSNAP" USING WS-SNAP-ORIGIN WS-SNAP-GEN-ID
                                WS-SNAP-TOTAL WS-SNAP-RETURN-CODE.
           IF NOT WS-SNAP-SUCCESS
               DISPLAY "エラー: 実行前バックアップを"
                   "作成できないため"
                   "繰越を中止しました。"
               GOBACK
           END-IF.
           DISPLAY "実行前バックアップ世代: " WS-SNAP-GEN-ID.

           PERFORM OPEN-FILE.
           IF WS-FILE-SUCCESS
               PERFORM LOAD-MATCHING-SYLLABI
               PERFORM RELEASE-COURSE-RESERVES
               DISPLAY "学期繰越が完了しました。"
               DISPLAY "繰越件数: " WS-ROLLED-COUNT
               DISPLAY "重複によるスキップ件数: "
                   WS-SKIPPED-COUNT
               DISPLAY "指定図書解除件数: " WS-RELEASED-COUNT
           ELSE
               DISPLAY "エラー: シラバスファイルが"
                   "見つかりません。"
           END-IF.

           PERFORM CLOSE-FILE.
       CLOSE-FILE SECTION.
           CLOSE SYLLABUS-FILE.

      * Reads only the old semester's syllabi through the semester
      * alternate key; the read stops at the first other semester.
       LOAD-MATCHING-SYLLABI SECTION.
           MOVE LS-OLD-SEMESTER TO SYL-SEMESTER.
           START SYLLABUS-FILE KEY = SYL-SEMESTER
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
                   NOT AT END
                       IF SYL-SEMESTER = LS-OLD-SEMESTER
                           PERFORM SAVE-ROLLOVER-ENTRY
                       ELSE
                           MOVE "10" TO WS-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM.
