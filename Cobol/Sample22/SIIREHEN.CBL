000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    SIIREHEN.CBL
000500**
000600**    仕入返品ファイル（SIIREHEN）のレコード。仕入返品（SIIREHEN）が
000700**    隔離在庫（不良返品・過剰入荷）を元の発注の仕入先へ返送するたび
000800**    に１件起こす。返品金額は同時に起こした赤伝の買掛金（買掛番号）
000900**    で買掛金から差し引く。
001000**************************************************************************
001100 01  仕入返品レコード.
001200     02  仕入返品番号        PIC  9(06).
001300     02  仕入返品日          PIC  9(08).
001400     02  仕入返品仕入先      PIC  X(04).
001500     02  仕入返品商品番号    PIC  X(10).
001600     02  仕入返品倉庫        PIC  X(03).
001700     02  仕入返品数量        PIC  9(08).
001800     02  仕入返品単価        PIC  9(09).
001900     02  仕入返品金額        PIC  9(12).
002000     02  仕入返品理由        PIC  X(01).
002100         88  仕入返品不良    VALUE "1".
002200         88  仕入返品過剰    VALUE "2".
002300     02  仕入返品元発注日    PIC  X(08).
002400     02  仕入返品買掛番号    PIC  9(08).
