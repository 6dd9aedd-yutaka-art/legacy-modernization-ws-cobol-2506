
       01  WS-USER-CHOICE           PIC 99 VALUE 0.
           88  WS-EXIT              VALUE 99.
           88  WS-VALID-CHOICE      VALUE 1 THRU 45.

      *
       01  WS-MENU-ITEMS.
               10 FILLER            PIC X(30).
           05  WS-MENU-32.
               10 FILLER            PIC X(30).
           05  WS-MENU-33.
               10 FILLER            PIC X(30).
           05  WS-MENU-34.
               10 FILLER            PIC X(30).
           05  WS-MENU-35.
               10 FILLER            PIC X(30).
           05  WS-MENU-36.
               10 FILLER            PIC X(30).
           05  WS-MENU-37.
               10 FILLER            PIC X(30).
           05  WS-MENU-38.
               10 FILLER            PIC X(30).
           05  WS-MENU-39.
               10 FILLER            PIC X(30).
           05  WS-MENU-40.
               10 FILLER            PIC X(30).
           05  WS-MENU-41.
               10 FILLER            PIC X(30).
           05  WS-MENU-42.
               10 FILLER            PIC X(30).
           05  WS-MENU-43.
               10 FILLER            PIC X(30).
           05  WS-MENU-44.
               10 FILLER            PIC X(30).
           05  WS-MENU-45.
               10 FILLER            PIC X(30).
           05  WS-MENU-EXIT.
               10 FILLER            PIC X(30).
           05  WS-PROMPT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN I-O OPERATOR-FILE
           IF WS-OPER-NOT-FOUND
               DISPLAY "オペレータファイルが見つかりま"
                   "せん。"
               MOVE "N" TO WS-LOGIN-OK-FLAG
           ELSE
               MOVE 0 TO WS-LOGIN-TRIES
                   MOVE WS-LOGIN-ID TO OPER-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           DISPLAY "IDまたはパスワードが違"
                               "います。"
                           PERFORM WRITE-LOGIN-AUDIT-NG
                       NOT INVALID KEY
                           PERFORM TRY-ONE-LOGIN
               END-IF
               CLOSE OPERATOR-FILE
               IF NOT WS-LOGIN-OK
                   DISPLAY "ログインに失敗しました。処"
                       "理を終了します。"
               END-IF
           END-IF.

      * 回数でロックする。成功時は失敗回数をリセットする
       TRY-ONE-LOGIN SECTION.
           IF OPER-LOCKED
               DISPLAY "このIDはロックされています。管"
                   "理者に解除を依頼してください。"
               MOVE "LOCK" TO WS-LA-RESULT
               PERFORM WRITE-LOGIN-AUDIT
           ELSE
                   MOVE "OK" TO WS-LA-RESULT
                   PERFORM WRITE-LOGIN-AUDIT
               ELSE
                   DISPLAY "IDまたはパスワードが違い"
                       "ます。"
                   ADD 1 TO OPER-FAIL-COUNT
                   IF OPER-FAIL-COUNT >= WS-PWD-LOCK-LIMIT
                       MOVE "L" TO OPER-LOCK-FLAG
                       DISPLAY "失敗が続いたためロックし"
                           "ました。"
                   END-IF
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
               OPER-PWD-CHANGED-DATE + WS-PWD-EXPIRE-DAYS
           IF OPER-PWD-CHANGED-DATE = ZERO
           OR WS-CURRENT-DATE > WS-PWD-EXPIRE-LIMIT
               DISPLAY "パスワードの有効期限が切れてい"
                   "ます。変更してください。"
               PERFORM FORCE-PASSWORD-CHANGE
               IF NOT WS-PWD-OK
                   MOVE "N" TO WS-LOGIN-OK-FLAG
           IF WS-PWD-LEN < 6
           OR WS-PWD-DIGITS = ZERO
           OR WS-PWD-LETTERS = ZERO
               DISPLAY "6文字以上で英字と数字を含めて"
                   "ください。"
               MOVE "N" TO WS-PWD-OK-FLAG
           END-IF
           IF WS-PWD-OK
                       UNTIL WS-HIST-I > 3
                   IF WS-NEW-PASSWORD = OPER-PWD-PREV(WS-HIST-I)
                   AND WS-NEW-PASSWORD NOT = SPACES
                       DISPLAY "最近使ったパスワードは再"
                           "利用できません。"
                       MOVE "N" TO WS-PWD-OK-FLAG
                   END-IF
               END-PERFORM
           MOVE WS-CURRENT-DATE TO OPER-PWD-CHANGED-DATE
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "パスワードを変更できません"
                       "でした。"
               NOT INVALID KEY
                   DISPLAY "パスワードを変更しました。"
           END-REWRITE.
           MOVE "30. 代理貸出許可" TO WS-MENU-30
           MOVE "31. 同窓会員管理" TO WS-MENU-31
           MOVE "32. 学習室管理" TO WS-MENU-32
           MOVE "33. 業者請求書管理" TO WS-MENU-33
           MOVE "34. 寄贈受入" TO WS-MENU-34
           MOVE "35. 継続発注管理" TO WS-MENU-35
           MOVE "36. 整理管理" TO WS-MENU-36
           MOVE "37. セット・シリーズ管理" TO WS-MENU-37
           MOVE "38. 関心分野登録" TO WS-MENU-38
           MOVE "39. 分割払い計画" TO WS-MENU-39
           MOVE "40. 利用者注意事項" TO WS-MENU-40
           MOVE "41. 利用者カード再発行" TO WS-MENU-41
           MOVE "42. 団体口座管理" TO WS-MENU-42
           MOVE "43. 日付指定予約" TO WS-MENU-43
           MOVE "44. 電子資料契約" TO WS-MENU-44
           MOVE "45. レファレンス受付" TO WS-MENU-45
           MOVE "99. 終了" TO WS-MENU-EXIT
           MOVE "選択 (1-45, 99): " TO WS-PROMPT
           MOVE "無効な選択です" TO WS-ERR-INVALID
           MOVE "プログラム呼出エラー" TO WS-ERR-CALL
           MOVE "この操作を行う権限がありません"
               TO WS-ERR-AUTH.

       DISPLAY-MAIN-MENU SECTION.
           DISPLAY SPACE
           DISPLAY WS-MENU-30
           DISPLAY WS-MENU-31
           DISPLAY WS-MENU-32
           DISPLAY WS-MENU-33
           DISPLAY WS-MENU-34
           DISPLAY WS-MENU-35
           DISPLAY WS-MENU-36
           DISPLAY WS-MENU-37
           DISPLAY WS-MENU-38
           DISPLAY WS-MENU-39
           DISPLAY WS-MENU-40
           DISPLAY WS-MENU-41
           DISPLAY WS-MENU-42
           DISPLAY WS-MENU-43
           DISPLAY WS-MENU-44
           DISPLAY WS-MENU-45
           DISPLAY WS-MENU-EXIT
           DISPLAY ALL "="
           DISPLAY SPACE
               WHEN 25
               WHEN 30
               WHEN 32
               WHEN 38
               WHEN 40
               WHEN 41
               WHEN 43
               WHEN 45
                   MOVE 1 TO WS-REQUIRED-ROLE
               WHEN 3
               WHEN 4
               WHEN 27
               WHEN 28
               WHEN 31
               WHEN 33
               WHEN 34
               WHEN 35
               WHEN 36
               WHEN 37
               WHEN 39
               WHEN 42
               WHEN 44
                   MOVE 2 TO WS-REQUIRED-ROLE
               WHEN 8
               WHEN 9
                       PERFORM CALL-ALUM-PROGRAM
                   WHEN 32
                       PERFORM CALL-STDY-PROGRAM
                   WHEN 33
                       PERFORM CALL-INV-PROGRAM
                   WHEN 34
                       PERFORM CALL-GIFT-PROGRAM
                   WHEN 35
                       PERFORM CALL-STO-PROGRAM
                   WHEN 36
                       PERFORM CALL-PROC-PROGRAM
                   WHEN 37
                       PERFORM CALL-BSET-PROGRAM
                   WHEN 38
                       PERFORM CALL-IPRF-PROGRAM
                   WHEN 39
                       PERFORM CALL-PPLN-PROGRAM
                   WHEN 40
                       PERFORM CALL-PNOT-PROGRAM
                   WHEN 41
                       PERFORM CALL-CARD-PROGRAM
                   WHEN 42
                       PERFORM CALL-INST-PROGRAM
                   WHEN 43
                       PERFORM CALL-BKNG-PROGRAM
                   WHEN 44
                       PERFORM CALL-ERES-PROGRAM
                   WHEN 45
                       PERFORM CALL-REFQ-PROGRAM
                   WHEN 99
                       CONTINUE
               END-EVALUATE.
           END-CALL.

       CALL-REPORT-PROGRAM SECTION.
           DISPLAY "レポート出力プログラムを起動しま"
               "す..."
           CALL "LIBREPORT"
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-HISTORY-PROGRAM SECTION.
           DISPLAY "貸出履歴照会プログラムを起動しま"
               "す..."
           CALL "LIBHIST"
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-CATEGORY-PROGRAM SECTION.
           DISPLAY "図書分類マスタ管理プログラムを起"
               "動します..."
           CALL "LIBCAT"
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-HOLIDAY-PROGRAM SECTION.
           DISPLAY "休日カレンダー管理プログラムを起"
               "動します..."
           CALL "LIBHOLIDAY"
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-OPERATOR-PROGRAM SECTION.
           DISPLAY "オペレータマスタ管理プログラムを"
               "起動します..."
           CALL "LIBOPER"
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-RECALL-PROGRAM SECTION.
           DISPLAY "リコール処理プログラムを起動しま"
               "す..."
           CALL "LIBRECALL" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-LOST-PROGRAM SECTION.
           DISPLAY "紛失弁償請求プログラムを起動しま"
               "す..."
           CALL "LIBLOST" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-REPAIR-PROGRAM SECTION.
           DISPLAY "修理・製本管理プログラムを起動し"
               "ます..."
           CALL "LIBREPAIR" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-SERIAL-PROGRAM SECTION.
           DISPLAY "逐次刊行物管理プログラムを起動し"
               "ます..."
           CALL "LIBSER" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-POLICY-PROGRAM SECTION.
           DISPLAY "貸出ポリシーマスタ管理プログラム"
               "を起動します..."
           CALL "LIBPOLICY"
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-CRES-PROGRAM SECTION.
           DISPLAY "指定図書管理プログラムを起動しま"
               "す..."
           CALL "LIBCRES" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-DUP-PROGRAM SECTION.
           DISPLAY "利用者重複統合プログラムを起動し"
               "ます..."
           CALL "LIBDUP" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-BACKUP-PROGRAM SECTION.
           DISPLAY "バックアップ／リストアプログラム"
               "を起動します..."
           CALL "LIBBKUP"
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-CPRF-PROGRAM SECTION.
           DISPLAY "連絡方法マスタ管理プログラムを起"
               "動します..."
           CALL "LIBCPRF"
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-CSES-PROGRAM SECTION.
           DISPLAY "レジセッション管理プログラムを起"
               "動します..."
           CALL "LIBCSES" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-DMG-PROGRAM SECTION.
           DISPLAY "破損コードマスタ管理プログラムを"
               "起動します..."
           CALL "LIBDMG"
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-PAYR-PROGRAM SECTION.
           DISPLAY "給与天引き精算プログラムを起動し"
               "ます..."
           CALL "LIBPAYR" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-PREQ-PROGRAM SECTION.
           DISPLAY "購入リクエスト審査プログラムを起"
               "動します..."
           CALL "LIBPREQ" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-AAUTH-PROGRAM SECTION.
           DISPLAY "著者典拠管理プログラムを起動しま"
               "す..."
           CALL "LIBAAUTH" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-PROXY-PROGRAM SECTION.
           DISPLAY "代理貸出許可管理プログラムを起動"
               "します..."
           CALL "LIBPROXY" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-ALUM-PROGRAM SECTION.
           DISPLAY "同窓会員管理プログラムを起動しま"
               "す..."
           CALL "LIBALUM" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-INV-PROGRAM SECTION.
           DISPLAY "業者請求書管理プログラムを起動し"
               "ます..."
           CALL "LIBINV" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-GIFT-PROGRAM SECTION.
           DISPLAY "寄贈受入プログラムを起動します..."
           CALL "LIBGIFT" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-STO-PROGRAM SECTION.
           DISPLAY "継続発注管理プログラムを起動しま"
               "す..."
           CALL "LIBSTO" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-PROC-PROGRAM SECTION.
           DISPLAY "整理管理プログラムを起動します..."
           CALL "LIBPROC" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-BSET-PROGRAM SECTION.
           DISPLAY "セット・シリーズ管理プログラムを"
               "起動します..."
           CALL "LIBSET" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-IPRF-PROGRAM SECTION.
           DISPLAY "関心分野登録プログラムを起動しま"
               "す..."
           CALL "LIBIPRF" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-PPLN-PROGRAM SECTION.
           DISPLAY "分割払い計画プログラムを起動しま"
               "す..."
           CALL "LIBPPLN" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-PNOT-PROGRAM SECTION.
           DISPLAY "利用者注意事項プログラムを起動し"
               "ます..."
           CALL "LIBPNOT" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-CARD-PROGRAM SECTION.
           DISPLAY "利用者カード再発行プログラムを起"
               "動します..."
           CALL "LIBCARD" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-INST-PROGRAM SECTION.
           DISPLAY "団体口座管理プログラムを起動しま"
               "す..."
           CALL "LIBINST" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-BKNG-PROGRAM SECTION.
           DISPLAY "日付指定予約プログラムを起動しま"
               "す..."
           CALL "LIBBKNG" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-ERES-PROGRAM SECTION.
           DISPLAY "電子資料ライセンス台帳プログラム"
               "を起動します..."
           CALL "LIBERES" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.

       CALL-REFQ-PROGRAM SECTION.
           DISPLAY "レファレンス受付記録プログラムを"
               "起動します..."
           CALL "LIBREFQ" USING WS-LOGIN-ID
           ON EXCEPTION
               DISPLAY WS-ERR-CALL
           END-CALL.
