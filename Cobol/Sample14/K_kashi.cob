000600*貸付元本をリンク口座へK_NYUの更新経路で入金する。入金は
000700*K_NYU経由のため通常取引と同様に取引ログへ残る。毎月の回収
000800*は月次返済バッチ（K_HENSAI）がK_SYUKKINの更新経路で行う。
000820*返済方法に給与天引を指定した貸付は月次返済バッチの対象外と
000840*し，給与天引の反映（K_TENBIKI）が給与の天引額で回収する。
000900*
001000 ENVIRONMENT DIVISION.
001100 CONFIGURATION SECTION.
004900         88 貸付実行中 VALUE "1".
005000         88 完済       VALUE "2".
005100      03 貸付実行日   PIC  9(8).
005120      03 返済方法区分 PIC  X(1).
005140         88 口座引落返済 VALUE "1".
005160         88 給与天引返済 VALUE "2".
005200*
005300 WORKING-STORAGE SECTION.
005400 77 入力貯金番号          PIC  9(5).
005600 77 入力利率              PIC  9V9(4).
005700 77 入力期間月数          PIC  9(3).
005800 77 入力返済額            PIC  9(9).
005850 77 入力返済方法          PIC  X(1).
005900 77 走査終了フラグ        PIC  X(1)  VALUE "N".
006000    88 走査終了          VALUE "Y".
006100 77 次貸付番号            PIC  9(5)  VALUE 1.
006700 77 リンク入金額          PIC S9(9)  COMP-5.
006800 77 リンク貯金額          PIC S9(9)  COMP-5.
006900 77 リンクエラー番号      PIC  9(4)  COMP-5.
006920 77 リンク担当者ＩＤ      PIC  X(8)  VALUE "K_KASHI".
006940 77 リンク現金区分        PIC  X(1)  VALUE "0".
007000*
007100 PROCEDURE DIVISION.
007200*
008100      ACCEPT 入力期間月数 FROM CONSOLE
008200      DISPLAY "月額返済額を入力してください"
008300      ACCEPT 入力返済額 FROM CONSOLE
008320      DISPLAY "返済方法 1:口座引落 2:給与天引"
008340      ACCEPT 入力返済方法 FROM CONSOLE
008400*
008500      IF 入力元本 = 0 OR 入力期間月数 = 0
008600         OR 入力返済額 = 0
008650         OR (入力返済方法 NOT = "1" AND NOT = "2")
008700            DISPLAY "入力値が正しくありません"
008800            STOP RUN
008900      END-IF
011500                 リンク入金額
011600                 リンク貯金額
011700                 リンクエラー番号
011720                 リンク担当者ＩＤ
011740                 リンク現金区分
011800      IF リンクエラー番号 NOT = 0
011900            DISPLAY "入金できません　エラー番号："
012000                    リンクエラー番号
013500      MOVE 0            TO 最終返済年月
013600      SET  貸付実行中   TO TRUE
013700      MOVE 現在日時８   TO 貸付実行日
013750      MOVE 入力返済方法 TO 返済方法区分
013800      WRITE 貸付マスタレコード
013900      CLOSE 貸付マスタファイル
014000*
