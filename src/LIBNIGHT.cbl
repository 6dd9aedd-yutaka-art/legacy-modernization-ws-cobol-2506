           PERFORM LOAD-RUN-STATUS
           PERFORM RUN-STEPS
           IF WS-STEP-FAILED
               DISPLAY "夜間バッチはステップ失敗で停止"
                   "しました。"
               DISPLAY "再実行すると失敗ステップから再"
                   "開します。"
           ELSE
               DISPLAY "夜間バッチの全ステップが完了し"
                   "ました。"
           END-IF
           GOBACK.

           WRITE RUNCTL-LINE
           MOVE "07 LIBEXPN" TO RUNCTL-LINE
           WRITE RUNCTL-LINE
           MOVE "08 LIBNEWA" TO RUNCTL-LINE
           WRITE RUNCTL-LINE
           MOVE "09 LIBNTFY" TO RUNCTL-LINE
           WRITE RUNCTL-LINE
           MOVE "10 LIBSUGG" TO RUNCTL-LINE
           WRITE RUNCTL-LINE
           MOVE "11 LIBFEXP" TO RUNCTL-LINE
           WRITE RUNCTL-LINE
           MOVE "12 LIBCHK" TO RUNCTL-LINE
           WRITE RUNCTL-LINE
           MOVE "13 LIBRECON" TO RUNCTL-LINE
           WRITE RUNCTL-LINE
           CLOSE RUNCTL-FILE
           MOVE "00" TO WS-CTL-STATUS.
