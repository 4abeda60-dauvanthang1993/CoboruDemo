000010*=====================================================================
000020*  AUDITP.CBL
000030*
000040*  監査連絡域。マスタ保守プログラムがサブルーチン「変更監査」
000050*  （AUDITRPT）へ担当者・マスタ名・キー・処理区分と変更前後の
000060*  レコードを渡し，監査ジャーナル（AUDITJNL）へ残す。
000070*
000080*  マスタ名は取り込む側が REPLACING で与える（原則としてファイル
000090*  の割当名）。
000100*      COPY AUDITP REPLACING ==:MASTER:== BY =="SYOHINM"==.
000110*  変更監査自身は連絡節に ==SPACE== で取り込む。
000120*  処理区分　１０：登録／２０：変更／３０：削除
000130*  登録の変更前と削除の変更後は空白とする。
000140*
000150*                              Copyright 1992-2015 FUJITSU LIMITED
000160*=====================================================================
000170 01  監査連絡域.
000180     02  監査担当者          PIC  X(08).
000190     02  監査マスタ名        PIC  X(08)  VALUE :MASTER:.
000200     02  監査キー            PIC  X(20).
000210     02  監査区分            PIC  X(02).
000220     02  監査変更前          PIC  X(200).
000230     02  監査変更後          PIC  X(200).
