000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    LOTZAI.CBL
000500**
000600**    ロット別在庫ファイル（LOTZAI）のレコード。倉庫・商品番号・賞味
000700**    期限・ロット番号をキーに，入荷（NYUKA）で受け入れたロットの在庫
000800**    数と引当数を持つ。キーが期限順のため，倉庫＋商品番号で読み進め
000900**    ると期限の早いロットから出てくる（ピックリスト作成の先入先出）。
001000**    期限の無いロットは賞味期限を９９９９９９９９とする。ロットの
001100**    レコードがある商品だけがロット管理品で，在庫ファイル（ZAIKO）
001200**    と倉庫別在庫（SOKOZAI）は従来どおり合算の数量を持つ。
001300**************************************************************************
001400 01  ロット在庫レコード.
001500     02  ロット在庫キー.
001600         03  ロット倉庫コード    PIC  X(03).
001700         03  ロット商品番号      PIC  X(10).
001800         03  ロット賞味期限      PIC  9(08).
001900         03  ロット番号          PIC  X(12).
002000     02  ロット在庫数            PIC  9(10).
002100     02  ロット引当数            PIC  9(10).
002200     02  ロット入荷日            PIC  X(08).
