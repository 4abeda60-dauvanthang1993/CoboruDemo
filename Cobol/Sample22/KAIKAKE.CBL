000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    KAIKAKE.CBL
000500**
000600**    買掛金ファイル（KAIKAKE）のレコード。入荷計上（NYUKA）が入荷
000700**    １件ごとに仕入単価表（SIIRETAN）の単価で起こす。買掛金締
000800**    （KAISIME）が仕入先別の支払予定へまとめて締済にし，支払実行
000900**    （SHIHARAI）が支払済へ進める。仕入返品（SIIREHEN）は数量・金額
000910**    を負にした赤伝の買掛金を起こし，締で同じ仕入先の支払から差し
000920**    引く。
001000**************************************************************************
001100 01  買掛金レコード.
001200     02  買掛番号            PIC  9(08).
001300     02  買掛仕入先          PIC  X(04).
001400     02  買掛商品番号        PIC  X(10).
001500     02  買掛倉庫            PIC  X(03).
001600     02  買掛入荷日          PIC  9(08).
001700     02  買掛数量            PIC S9(08).
001800     02  買掛単価            PIC  9(09).
001900     02  買掛金額            PIC S9(12).
002000     02  買掛状態            PIC  X(01).
002100         88  買掛未締        VALUE "1".
002200         88  買掛締済        VALUE "2".
002300         88  買掛支払済      VALUE "3".
002400     02  買掛支払予定番号    PIC  9(06).
002500     02  買掛支払日          PIC  9(08).
