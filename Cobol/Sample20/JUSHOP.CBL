000010*=====================================================================
000020*  JUSHOP.CBL
000030*
000040*  住所異動領域。住所マスタを更新するときに，住所異動登録サブルー
000050*  チンへ従業員・転居日・新旧の住所を渡す。新旧の住所が異なれば
000060*  住所履歴へ転居として登録し，住民税マスタに翌年度からの市区町村
000070*  変更を予約して，通勤手当の確認待ちとする。
000080*
000090*  異動日　　　　　　　０のときは当日
000100*  異動旧住所　　　　　住所マスタの更新前の住所。新規は空白
000110*  異動市区町村　新住所の住民税納付先。不明は０
000120*  異動結果　　　０：転居登録　１：変更なし　２：初回登録
000130*  　　　　　　　９：誤り（従業員番号が０またはファイル異常）
000140*
000150*                              Copyright 1998-2015 FUJITSU LIMITED
000160*=====================================================================
000170 01  住所異動領域.
000180     02  異動従業員番号      PIC  9(004).
000190     02  異動日              PIC  9(008).
000200     02  異動郵便番号        PIC  X(007).
000210     02  異動住所            PIC  X(040).
000220     02  異動旧郵便番号      PIC  X(007).
000230     02  異動旧住所          PIC  X(040).
000240     02  異動市区町村  PIC  9(006).
000250*    以下は返却項目。
000260     02  異動反映年月  PIC  9(006).
000270     02  異動結果            PIC  9(001).
