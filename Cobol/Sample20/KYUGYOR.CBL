000010*=====================================================================
000020*  KYUGYOR.CBL
000030*
000040*  休業レコード。休業ファイル（KYUGYOM）の従業員１名・休業１回分の
000050*  休業区分・開始日・復職予定日・復職日を持つ。休業保守（KYUGYO）
000060*  が登録し，休業状況取得サブルーチンが月次給与（KYUTOROKU）・算定
000070*  基礎（SANTEI）・有給付与（YUKYUFUYO）・勤怠締め（KINMUSIME）・
000080*  人員統計（JINJITOK）のために照会する。
000090*
000100*                              Copyright 1998-2015 FUJITSU LIMITED
000110*=====================================================================
000120 01  休業レコード.
000130     02  休業キー.
000140         03  休業従業員番号  PIC  9(004).
000150         03  休業開始日      PIC  9(008).
000160*    休業区分　１：休職（私傷病等）　２：産前産後休業
000170*    　　　　　３：育児休業　　　　　４：介護休業
000180     02  休業区分            PIC  X(001).
000190         88  休職            VALUE "1".
000200         88  産前産後休業    VALUE "2".
000210         88  育児休業        VALUE "3".
000220         88  介護休業        VALUE "4".
000230         88  休業区分有効    VALUE "1" THRU "4".
000240*    復職日は実際に復職した日（休業最終日の翌日）。休業中は０。
000250     02  休業復職予定日      PIC  9(008).
000260     02  休業復職日          PIC  9(008).
000270     02  休業事由            PIC  X(040).
000280     02  休業登録日時        PIC  X(014).
