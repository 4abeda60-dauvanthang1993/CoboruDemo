000216         88  調整反映済      VALUE "1".
000220     02  台帳差引支給額      PIC S9(008).
000230     02  台帳登録日時        PIC  X(014).
000240*    天引額は天引マスタ（TENBIKM）から月次給与バッチが控除した
000250*    職員貸付の返済額と社内預金の積立額。差引支給額には控除後の
000260*    金額が入る。
000270     02  台帳貸付天引額      PIC S9(008).
000280     02  台帳社内預金額      PIC S9(008).
000290*    社会保険料の内訳。社会保険料は本人負担の健康保険・厚生年金
000300*    ・介護保険の合計で，会社負担分は納付額集計（SHAHORPT）用に
000310*    持つ。料率マスタ未登録時は内訳を持たず合計だけが入る。
000320     02  台帳健康保険料      PIC S9(008).
000330     02  台帳厚生年金保険料  PIC S9(008).
000340     02  台帳介護保険料      PIC S9(008).
000350     02  台帳健保会社負担    PIC S9(008).
000360     02  台帳厚年会社負担    PIC S9(008).
000370     02  台帳介護会社負担    PIC S9(008).
000380*    時給制の従業員の支給時の時給単価（月給制は０）。随時改定の
000390*    固定的賃金の変動判定に使う。
000400     02  台帳時給単価        PIC S9(005).
000410*    雇用保険料（本人負担）と，その月の雇用保険の被保険者区分
000420*    （１：被保険者）。労働保険の年度更新（RODONEN）で雇用保険
000430*    と労災保険の賃金総額を分けて集計するのに使う。
000440     02  台帳雇用保険料      PIC S9(008).
000450     02  台帳雇用対象区分    PIC  X(001).
000460         88  雇用保険対象    VALUE "1".
000470*    通勤手当はその月に支給した額（６箇月定期代は一括），非課税
000480*    額はそのうち非課税限度額までの額で，超える部分が課税対象に
000490*    なる。月割額は標準報酬の報酬に算入する１箇月当たりの額。
000500     02  台帳通勤手当        PIC S9(008).
000510     02  台帳通勤非課税額    PIC S9(008).
000520     02  台帳通勤月割額      PIC S9(008).
000530*    割増賃金の内訳。時間外手当には通常の残業手当にこの３つを
000540*    加えた額が入る（明細書は内訳ごとに印字する）。
000550     02  台帳深夜割増額      PIC S9(008).
000560     02  台帳休日手当額      PIC S9(008).
000570     02  台帳六十超割増額    PIC S9(008).
000580*    営業の歩合手当。販売の歩合計算（BUAI）が前月の売上から求め
000590*    て歩合引継ファイル（BUAIHK）へ渡した額を支給する。課税。
000600     02  台帳歩合手当        PIC S9(008).
