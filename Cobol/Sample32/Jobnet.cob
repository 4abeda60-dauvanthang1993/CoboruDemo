001200*
001300*　　ジョブネット定義ファイル JOBNET.TXT（固定桁）
001400*　　　ステップ名 X(8)／コマンド X(50)／先行１ X(8)／先行２ X(8)
001433*　　暦に従った夜間の自動実行では，ジョブスケジュール（JOBSCHED）
001466*　が今夜のネットの定義ファイルを JOBNET.TXT へ写して起動する。
001500*
001600*     Copyright 2000-2015 FUJITSU LIMITED
001700*=================================================================
