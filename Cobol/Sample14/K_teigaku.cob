006400 77 リンク入金額          PIC S9(9)  COMP-5.
006500 77 リンク貯金額          PIC S9(9)  COMP-5.
006600 77 リンクエラー番号      PIC  9(4)  COMP-5.
006620 77 リンク担当者ＩＤ      PIC  X(8)  VALUE "K_TEIGAK".
006640 77 リンク現金区分        PIC  X(1)  VALUE "0".
006700*
006800 01 結果行編集域.
006900    02 編集予約番号       PIC  9(4).
015300                 リンク入金額
015400                 リンク貯金額
015500                 リンクエラー番号
015520                 リンク担当者ＩＤ
015540                 リンク現金区分
015600      MOVE 予約番号     TO 編集予約番号
015700      MOVE 予約貯金番号 TO 編集貯金番号
015800      MOVE 積立金額     TO 編集積立金額
016400            ADD 1 TO 実行件数
016500      ELSE
016600            MOVE "エラー" TO 編集結果
016620*解約済口座（エラー番号１６）は解約口座として区別して報告する
016640            IF リンクエラー番号 = 16
016660                  MOVE "解約口座" TO 編集結果
016680            END-IF
016700            ADD 1 TO エラー件数
016800      END-IF
016900      MOVE 結果行編集域 TO 実行結果行
