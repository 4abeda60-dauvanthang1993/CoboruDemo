000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    POINTM.CBL
000500**
000600**    ポイント残高ファイル（POINTM）のレコード。注文顧客ＩＤごとに
000700**    付与・利用・失効・取消の累計と現在の残高を持つ。残高はポイント
000800**    明細ファイル（POINTR）の付与明細の付与残の合計に等しい。更新は
000900**    ポイント管理（POINT）とサブルーチン「ポイント計上」だけが行う。
001000**************************************************************************
001100 01  ポイント残高レコード.
001200     02  残高顧客ＩＤ        PIC  X(32).
001300     02  付与累計            PIC  9(09).
001400     02  利用累計            PIC  9(09).
001500     02  失効累計            PIC  9(09).
001600     02  取消累計            PIC  9(09).
001700     02  ポイント残高        PIC  9(09).
001800     02  最終異動日          PIC  9(08).
