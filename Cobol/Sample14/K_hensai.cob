000900*
001000*引き落とした返済額は当月利息（残元本×年利率÷１２）を充当
001100*した残りで残元本を減らし，残元本が尽きた貸付は完済にする。
001200*残高不足（エラー番号１２）や差押・支払停止の拘束（同１７）
001250*で引き落とせなかった貸付は延滞回数を加算し，回収結果リスト
001300*へ延滞として報告する。同一月の二重実行は最終返済年月で
001400*防ぐ。返済方法が給与天引の貸付は給与天引の反映（K_TENBIKI）
001450*で回収するため対象としない。
001500*
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
004300         88 貸付実行中 VALUE "1".
004400         88 完済       VALUE "2".
004500      03 貸付実行日   PIC  9(8).
004520      03 返済方法区分 PIC  X(1).
004540         88 口座引落返済 VALUE "1".
004560         88 給与天引返済 VALUE "2".
004600*
004700 FD   回収結果ファイル.
004800 01   回収結果行      PIC  X(90).
006600 77 リンク出金額          PIC S9(9)  COMP-5.
006700 77 リンク貯金額          PIC S9(9)  COMP-5.
006800 77 リンクエラー番号      PIC  9(4)  COMP-5.
006820 77 リンク担当者ＩＤ      PIC  X(8)  VALUE "K_HENSAI".
006840 77 リンク現金区分        PIC  X(1)  VALUE "0".
006900*
007000 01 結果行編集域.
007100    02 編集貸付番号       PIC  9(5).
011100*
011200 回収判定処理.
011300      IF 貸付実行中 AND 最終返済年月 < 当月年月
011350         AND NOT 給与天引返済
011400            PERFORM 返済引落処理
011500      END-IF
011600      PERFORM 貸付ファイル読込.
013500                 リンク出金額
013600                 リンク貯金額
013700                 リンクエラー番号
013720                 リンク担当者ＩＤ
013740                 リンク現金区分
013800      EVALUATE TRUE
013900            WHEN リンクエラー番号 = 0
014000                  PERFORM 回収成立処理
014100            WHEN リンクエラー番号 = 12
014150              OR リンクエラー番号 = 17
014200                  PERFORM 延滞計上処理
014300            WHEN OTHER
014400                  PERFORM 回収エラー処理
