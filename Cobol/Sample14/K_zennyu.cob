008200 77 リンク入金額          PIC S9(9)  COMP-5.
008300 77 リンク貯金額          PIC S9(9)  COMP-5.
008400 77 リンクエラー番号      PIC  9(4)  COMP-5.
008402 77 リンク担当者ＩＤ      PIC  X(8)  VALUE "K_ZENNYU".
008404 77 リンク現金区分        PIC  X(1)  VALUE "0".
008410 77 表示エラー番号        PIC  9(4).
008500*
008600 01 未適用行編集域.
016100                 リンク入金額
016200                 リンク貯金額
016300                 リンクエラー番号
016320                 リンク担当者ＩＤ
016340                 リンク現金区分
016400      IF リンクエラー番号 = 0
016500            ADD 1 TO 適用件数
016600            ADD 解析振込金額 TO 適用金額
016700      ELSE
016710*解約済口座（エラー番号１６）への振込は解約口座として戻す
016720            IF リンクエラー番号 = 16
016730                  MOVE "解約口座" TO 編集理由
016740                  PERFORM 未適用行出力
016750            ELSE
016800            MOVE SPACE TO 編集理由
016810            MOVE リンクエラー番号 TO 表示エラー番号
016900            STRING "入金エラー" 表示エラー番号
017000                   DELIMITED BY SIZE
017100                   INTO 編集理由
017200            PERFORM 未適用行出力
017250            END-IF
017300      END-IF.
017400*
017500 未適用行出力.
