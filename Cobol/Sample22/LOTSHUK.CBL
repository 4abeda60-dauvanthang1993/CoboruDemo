000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    LOTSHUK.CBL
000500**
000600**    ロット出荷ファイル（LOTSHUK）のレコード。注文行ごとにどのロット
000700**    から何個を出すかを持つ。ピックリスト作成（PICKLIST）が引当中で
000800**    起こし，出荷確認（SHIPCNF）が出荷済へ進め，返品（HENPIN）が元の
000900**    ロットへ戻した数量を積む。１つの注文行が複数ロットにまたがる
001000**    ときは連番で分ける。回収の追跡（LOTTRACE）はこのファイルから
001100**    ロットを受け取った注文と顧客を引く。
001200**************************************************************************
001300 01  ロット出荷レコード.
001400     02  ロット出荷キー.
001500         03  出荷注文行番号      PIC  9(08).
001600         03  出荷ロット連番      PIC  9(02).
001700     02  出荷ロット倉庫          PIC  X(03).
001800     02  出荷ロット商品番号      PIC  X(10).
001900     02  出荷ロット賞味期限      PIC  9(08).
002000     02  出荷ロット番号          PIC  X(12).
002100     02  出荷ロット数量          PIC  9(10).
002200     02  出荷ロット状態          PIC  X(01).
002300         88  ロット引当中        VALUE "1".
002400         88  ロット出荷済        VALUE "2".
002500     02  出荷ロット出荷日        PIC  X(08).
002600     02  出荷ロット返品数量      PIC  9(10).
