000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    ROOMKUMI.CBL
000500**
000600**    会議室組合せマスタのレコード。可動間仕切りで分けられる部屋
000700**    を一体で使う組合せ会議室（例：Ａ＋Ｂ）について，構成する
000800**    物理会議室の会議室番号を持つ。組合せ会議室自身も会議室
000900**    マスタ（ROOMM）に登録し，時間単価・利用可能時間はそちらに
001000**    持つ。保守はROOMKUMI，参照は関連会議室取得サブルーチン。
001100**************************************************************************
001200 01  会議室組合せレコード.
001300     02  組合せ会議室番号    PIC  9(04).
001400     02  組合せ構成数        PIC  9(01).
001500     02  組合せ構成明細  OCCURS 5.
001600         03  構成会議室番号  PIC  9(04).
