000010*=====================================================================
000020*  SHOYOREC.CBL
000030*
000040*  賞与台帳レコード。従業員番号＋支給日をキーに賞与計算結果を
000050*  保存する。同一支給日の二重登録は賞与バッチ（SHOYO）が拒否
000060*  する。賞与明細書・振込データ作成・賞与支払届・年末調整・
000070*  源泉徴収票・労働保険の年度更新の共通の元帳になる。
000080*
000090*                              Copyright 1998-2015 FUJITSU LIMITED
000100*=====================================================================
000110 01  賞与台帳レコード.
000120     02  賞与キー.
000130         03  賞与従業員番号  PIC  9(004).
000140         03  賞与支給日      PIC  9(008).
000150     02  賞与部門コード      PIC  X(004).
000160     02  賞与職級            PIC  9(001).
000170     02  賞与支給額          PIC S9(008).
000180*    標準賞与額は支給額の千円未満を切り捨て，健康保険は年度
000190*    （４月〜翌年３月）累計，厚生年金は支給月ごとの上限で頭打ち
000200*    にした額。賞与支払届に記載する。
000210     02  賞与健保標準賞与額  PIC S9(008).
000220     02  賞与厚年標準賞与額  PIC S9(008).
000230     02  賞与健康保険料      PIC S9(008).
000240     02  賞与厚生年金保険料  PIC S9(008).
000250     02  賞与介護保険料      PIC S9(008).
000260     02  賞与健保会社負担    PIC S9(008).
000270     02  賞与厚年会社負担    PIC S9(008).
000280     02  賞与介護会社負担    PIC S9(008).
000290     02  賞与社会保険料      PIC S9(008).
000300     02  賞与雇用保険料      PIC S9(008).
000310     02  賞与雇用対象区分    PIC  X(001).
000320         88  賞与雇用対象    VALUE "1".
000330*    源泉徴収税額の算出に使った前月の社会保険料等控除後の給与
000340*    等の金額と算出率。前月の給与が無い場合と賞与が前月の給与
000350*    の１０倍を超える場合は月額表で求めるため算出率は０とする。
000360     02  賞与前月給与額      PIC S9(008).
000370     02  賞与算出率          PIC  9V9(005).
000380     02  賞与所得税          PIC S9(008).
000390     02  賞与差引支給額      PIC S9(008).
000400     02  賞与登録日時        PIC  X(014).
