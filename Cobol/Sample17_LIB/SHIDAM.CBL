000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    SHIDAM.CBL
000500**
000600**    仕出し・サービス品目マスタのレコード。会議に付ける弁当・
000700**    飲物・会場レイアウト等の品目ごとに，単価・手配に要する
000800**    時間（納品時刻の何時間前までに注文が必要か）・標準の
000900**    手配業者を持つ。保守・参照はSHIDASHI。
001000**************************************************************************
001100 01  仕出し品目レコード.
001200     02  品目コード          PIC  9(04).
001300     02  品目名              PIC  N(10).
001400     02  品目区分            PIC  X(01).
001500         88  品目弁当        VALUE "1".
001600         88  品目飲物        VALUE "2".
001700         88  品目設営        VALUE "3".
001800         88  品目その他      VALUE "9".
001900     02  品目単価            PIC  9(06).
002000     02  手配所要時間        PIC  9(03).
002100     02  標準業者名          PIC  X(20).
