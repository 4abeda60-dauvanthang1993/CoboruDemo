000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    POINTR.CBL
000500**
000600**    ポイント明細ファイル（POINTR）のレコード。請求時の仮付与，入金
000700**    で確定した付与，注文時の利用，期限切れの失効，返品による取消を
000800**    １件ずつ残す。付与明細は付与残と失効予定日を持ち，利用は失効
000900**    予定の早い付与明細から付与残を減らす。仮付与は請求番号で入金
001000**    消込から確定される。
001100**************************************************************************
001200 01  ポイント明細レコード.
001300     02  明細番号            PIC  9(08).
001400     02  明細顧客ＩＤ        PIC  X(32).
001500     02  明細請求番号        PIC  9(06).
001600     02  明細注文行番号      PIC  9(08).
001700     02  明細区分            PIC  X(01).
001800         88  明細仮付与      VALUE "0".
001900         88  明細付与        VALUE "1".
002000         88  明細利用        VALUE "2".
002100         88  明細失効        VALUE "3".
002200         88  明細取消        VALUE "4".
002300     02  明細日付            PIC  9(08).
002400     02  明細ポイント        PIC  9(09).
002500     02  明細付与残          PIC  9(09).
002600     02  明細失効予定日      PIC  9(08).
