000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    RSVWAKU.CBL
000500**
000600**    部門別予約枠マスタのレコード。部門ごとに１か月に確定でき
000700**    る会議室の利用時間の上限を持つ。会議室番号が０のレコード
000800**    は全会議室を通した上限，会議室番号を指定したレコードは
000900**    その会議室だけの上限を表す。レコードの無い部門・会議室は
001000**    上限なしとする。保守はRSVWAKU，参照は予約枠判定サブルー
001100**    チン。
001200**************************************************************************
001300 01  予約枠レコード.
001400     02  枠キー.
001500         03  枠部門コード    PIC  X(04).
001600         03  枠会議室番号    PIC  9(04).
001700     02  月間上限時間        PIC  9(04).
