000500**
000600**    バッチ系が使う在庫ファイルのレコード。引当数は受注済で未出荷
000700**    の数量，発注中数量は発注点補充（HACHU）で発注済み未入荷の数量。
000800**    有効在庫＝在庫数−引当数。隔離数は不良返品・過剰入荷で販売でき
000810**    ない数量で，在庫数に含めず有効在庫にも数えない。仕入返品
000820**    （SIIREHEN）で仕入先へ戻す。
000900**************************************************************************
001000 01  在庫レコード.
001100     02  在庫商品番号        PIC  X(10).
001800*　消費税の税率区分。スペースは標準扱い。
001900     02  税率区分            PIC  X(01).
002000         88  在庫軽減税率    VALUE "2".
002100     02  隔離数              PIC  9(10).
