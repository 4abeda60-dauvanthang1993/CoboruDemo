000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    ZAIUKE.CBL
000500**
000600**    在庫受払ファイル（ZAIUKE）のレコード。年月＋倉庫コード＋商品
000700**    番号をキーに，月次の在庫受払（ZAIUKE）が月初・入荷・出荷・返品・
000800**    棚卸調整・倉庫間移動の数量と移動平均単価による金額，月末の数量・
000900**    金額・移動平均単価を持つ。月末の数量・金額・単価は翌月の月初と
001000**    して引き継ぐ。数量・金額は符号付き。
001100**************************************************************************
001200 01  受払レコード.
001300     02  受払キー.
001400         03  受払年月        PIC  9(06).
001500         03  受払倉庫        PIC  X(03).
001600         03  受払商品番号    PIC  X(10).
001700     02  受払月初数量        PIC S9(10).
001800     02  受払月初金額        PIC S9(13).
001900     02  受払入荷数量        PIC S9(10).
002000     02  受払入荷金額        PIC S9(13).
002100     02  受払出荷数量        PIC S9(10).
002200     02  受払出荷原価        PIC S9(13).
002300     02  受払返品数量        PIC S9(10).
002400     02  受払返品原価        PIC S9(13).
002500     02  受払調整数量        PIC S9(10).
002600     02  受払調整金額        PIC S9(13).
002700     02  受払移入数量        PIC S9(10).
002800     02  受払移入金額        PIC S9(13).
002900     02  受払移出数量        PIC S9(10).
003000     02  受払移出金額        PIC S9(13).
003100     02  受払月末数量        PIC S9(10).
003200     02  受払月末金額        PIC S9(13).
003300     02  受払平均単価        PIC  9(09)V99.
