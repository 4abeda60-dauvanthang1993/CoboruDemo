000010*=====================================================================
000020*  JUSHORR.CBL
000030*
000040*  住所履歴レコード。住所履歴ファイル（JUSHORK）に従業員の住所を
000050*  適用開始日（転居日）ごとに持つ。現住所は住所マスタが持ち，本
000060*  ファイルは住所異動登録サブルーチンが住所の変更のたびに追加する。
000070*  転居保守（JUSHO）が市区町村コードの設定と通勤手当の確認を行う。
000080*
000090*                              Copyright 1998-2015 FUJITSU LIMITED
000100*=====================================================================
000110 01  住所履歴レコード.
000120     02  履歴キー.
000130         03  履歴従業員番号  PIC  9(004).
000140         03  履歴適用開始日  PIC  9(008).
000150     02  履歴郵便番号        PIC  X(007).
000160     02  履歴住所            PIC  X(040).
000170*    旧住所は転居前の住所。初回登録のときは空白。
000180     02  履歴旧郵便番号      PIC  X(007).
000190     02  履歴旧住所          PIC  X(040).
000200*    市区町村コードは新住所の住民税の納付先。未確定の間は０。
000210*    住民税反映年月は納付先が変わる年月で，転居後に最初に来る
000220*    １月１日の年の６月。初回登録のときは０。
000230     02  履歴市区町村  PIC  9(006).
000240     02  履歴反映年月  PIC  9(006).
000250*    通勤確認区分　０：通勤手当の確認待ち　１：確認済
000260*    　　　　　　　９：確認不要（初回登録）
000270     02  履歴通勤確認区分    PIC  X(001).
000280         88  通勤確認待ち    VALUE "0".
000290         88  通勤確認済      VALUE "1".
000300         88  通勤確認不要    VALUE "9".
000310     02  履歴登録日時        PIC  X(014).
