000500**
000600**    商品マスタレコード。SAMPLE2の一括ロード・SAMPLE3の伝票入力
000700**    ・SAMPLE10の集計表印刷のほか，保守（SYOHMNT）・価格改定
000800**    （KAITEI）・売上連携（URIREN）・粗利分析（ARARI）の各
000850**    プログラムが共用する。
000900**************************************************************************
001000      02  商品コード          PIC  X(4).
001100      02  商品名              PIC  N(20).
001800*　消費税の税率区分。スペースは標準扱い。
001900      02  税率区分            PIC  X(1).
002000          88  軽減税率対象    VALUE "2".
002100*　原価（仕入単価）。改定は単価と同じく価格改定（KAITEI）で
002200*　行い，原価履歴に残る。既存レコードの非数値は未設定（０）
002300*　とみなす。
002400      02  原価                PIC  9(4).
