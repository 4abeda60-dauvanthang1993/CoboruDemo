000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    SHIYOTEI.CBL
000500**
000600**    支払予定ファイル（SHIYOTEI）のレコード。買掛金締（KAISIME）が
000700**    締年月ごとに仕入先１件で起こし，支払実行（SHIHARAI）が支払期日
000800**    の来たものを振り込んで支払済にする。仕訳エクスポート（GLEXPORT）
000900**    は支払済の額を支払日の月で計上する。
001000**************************************************************************
001100 01  支払予定レコード.
001200     02  支払予定番号        PIC  9(06).
001300     02  支払仕入先          PIC  X(04).
001400     02  支払締年月          PIC  9(06).
001500     02  支払予定額          PIC  9(12).
001600     02  支払件数            PIC  9(05).
001700     02  支払期日            PIC  9(08).
001800     02  支払状態            PIC  X(01).
001900         88  支払未払        VALUE "1".
002000         88  支払済          VALUE "2".
002100     02  支払日              PIC  9(08).
