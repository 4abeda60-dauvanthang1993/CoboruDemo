000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    SHIDAYOY.CBL
000500**
000600**    仕出し・サービス注文のレコード。予約履歴（RSVHIST）の
000700**    予約番号に結び付け，品目・数量・納品日時・手配業者を持つ。
000800**    品目名と単価は注文時点の品目マスタの値を写して持ち，部門
000900**    課金（SEIKYU17）はこの値で請求する。予約が取消・不泊解放・
001000**    閉鎖取消になると付帯注文取消サブルーチンが取消済にする。
001100**************************************************************************
001200 01  仕出し注文レコード.
001300     02  注文番号            PIC  9(06).
001400     02  注文予約番号        PIC  9(06).
001500     02  注文部門コード      PIC  X(04).
001600     02  注文会議室番号      PIC  9(04).
001700     02  注文品目コード      PIC  9(04).
001800     02  注文品目名          PIC  N(10).
001900     02  注文品目区分        PIC  X(01).
002000     02  注文数量            PIC  9(04).
002100     02  注文単価            PIC  9(06).
002200     02  納品日              PIC  9(08).
002300     02  納品時刻            PIC  9(04).
002400     02  注文業者名          PIC  X(20).
002500     02  注文状態            PIC  X(01).
002600         88  注文有効        VALUE "1".
002700         88  注文取消済      VALUE "2".
002800     02  注文登録日時        PIC  X(14).
