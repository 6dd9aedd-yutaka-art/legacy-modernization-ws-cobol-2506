               DISPLAY "反映: " WS-POSTED-COUNT "件"
               DISPLAY "例外（未反映）: " WS-EXC-COUNT "件"
               IF WS-EXC-COUNT > ZERO
                   DISPLAY "※一部の行は反映されていま"
                       "せん。例外リストを確認してく"
                       "ださい。"
                   DISPLAY "例外リスト: " WS-EXC-FILENAME
               END-IF
           ELSE
               DISPLAY "LMS採点結果ファイルが見つかりま"
                   "せん。"
           END-IF
           GOBACK.

           IF WS-ROW-OK
               MOVE WS-RES-STUDENT-ID TO ENR-STUDENT-ID
               MOVE WS-RES-COURSE-ID TO ENR-COURSE-ID
               MOVE WS-RES-SEMESTER TO ENR-SEMESTER
               READ ENROLLMENT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ROW-OK-FLAG
                       MOVE "履修登録に一致なし"
                           TO WS-EXC-REASON
                   NOT INVALID KEY
                       IF NOT ENR-ACTIVE
                           MOVE "N" TO WS-ROW-OK-FLAG
                           MOVE "履修が有効でない"
                               TO WS-EXC-REASON
                       END-IF
               END-READ
           END-IF
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-ROW-OK-FLAG
                       MOVE
                           "成績が登録済み（訂正はSYLGR"
                           & "Dへ）"
                           TO WS-EXC-REASON
               END-READ
           END-IF.
                   MOVE "R" TO GRD-STATUS
                   WRITE GRADE-RECORD
                       INVALID KEY
                           MOVE "成績の作成に失敗"
                               TO WS-EXC-REASON
                           PERFORM WRITE-EXCEPTION-ROW
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
