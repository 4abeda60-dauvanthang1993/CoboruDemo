000040*　　給与台帳の指定支給年月を部門×職級で集計し，総支給・時間外
000050*　手当・控除（所得税・社会保険料・住民税）・差引支給額を部門計
000060*　・会社計付きで報告書とＣＳＶファイルへ出力する。ＣＳＶの
000070*　要領は集計表印刷（SAMPLE10）のＣＳＶ出力と同じ。社会保険料
000075*　欄には雇用保険料を含める。
000080*
000090*                              Copyright 1998-2015 FUJITSU LIMITED
000100*=====================================================================
001380           集計総支給(集計添字)
001390         + 台帳基本給 + 台帳職務手当
001400         + 台帳時間外手当 + 台帳調整額
001405         + 台帳通勤手当
001407         + 台帳歩合手当
001410       ADD 台帳時間外手当
001420         TO 集計時間外(集計添字)
001430       ADD 台帳所得税
001440         TO 集計所得税(集計添字)
001450       ADD 台帳社会保険料
001460         TO 集計社会保険(集計添字)
001461       ADD 台帳雇用保険料
001462         TO 集計社会保険(集計添字)
001463       ADD 台帳住民税
001464         TO 集計住民税(集計添字)
001470       ADD 台帳差引支給額
001480         TO 集計差引(集計添字)
