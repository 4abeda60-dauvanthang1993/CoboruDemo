000060**    貯金ファイルに対する入金・出金・照会の各取引を書き残す
000070**    取引ログレコードのレイアウト。K_NYU/K_SYUKKIN/K_KENの各プログラム
000080**    がFD側でこのメンバをCOPYし，ファイル閉鎖処理の直前に１件出力する。
000085**    入金のログ取引金額は入金額（以前のログでは０）とする。
000086**    窓口担当者ＩＤと現金区分は窓口出納締め（K_SUITO）で使用する。
000087**    バッチ等の窓口以外の取引は担当者ＩＤにプログラム名を入れる。
000088**    利息（税引前）と源泉税（国税・地方税の合計）は利息計算（K_RISHI）
000089**    がそれぞれ１件出力する。
000090**************************************************************************
000100 01  取引ログレコード.
000110     02  ログ貯金番号        PIC  9(5).
000152         88  ログ出金手数料  VALUE  "4".
000154         88  ログ振替手数料  VALUE  "5".
000156         88  ログ手数料      VALUE  "4" "5".
000157         88  ログ利息        VALUE  "6".
000158         88  ログ源泉税      VALUE  "7".
000160     02  ログ取引金額        PIC S9(9).
000170     02  ログ取引後残高      PIC  9(9).
000180     02  ログエラー番号      PIC  9(4).
000190     02  ログ取引日時        PIC  X(8).
000200     02  ログ担当者ＩＤ      PIC  X(8).
000210     02  ログ現金区分        PIC  X(1).
000220         88  ログ現金取引    VALUE  "1".
