000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    HENYOTEI.CBL
000500**
000600**    返品予定ファイル（HENYOTEI）のレコード。運送会社の配送状況取込
000700**    （HAISOJYO）が返送になった荷物の注文行を書き，返品（HENPIN）は
000800**    起動時にこれを返品待ちとして示し，計上または取消した行を消す。
000900**************************************************************************
001000 01  返品予定レコード.
001100     02  予定注文行番号      PIC  9(08).
001200     02  予定運送便番号      PIC  X(10).
001300     02  予定返送日          PIC  9(08).
001400     02  予定登録日          PIC  9(08).
