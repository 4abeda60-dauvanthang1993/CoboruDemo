000020*　給与明細書印刷　　　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　給与台帳から指定支給年月の全従業員分の給与明細書を印刷
000050*　する。支給項目（基本給・職務手当・時間外手当と深夜・休日
000055*　・月６０時間超の割増賃金），控除項目（所得税・社会保険料），
000060*　差引支給額を従業員１名につき１枚の様式で給与明細ファイル
000070*　へ書き出す。月次給与バッチの後続ステップとして実行する。
000090*
000100*                              Copyright 1998-2015 FUJITSU LIMITED
000110*=====================================================================
001280     MOVE 台帳職務手当   TO 編集金額.
001290     PERFORM 金額行出力.
001300     MOVE "　時間外手当" TO 編集項目名.
001305     COMPUTE 編集金額 = 台帳時間外手当
001310       - 台帳深夜割増額 - 台帳休日手当額
001315       - 台帳六十超割増額.
001320     PERFORM 金額行出力.
001321     IF 台帳深夜割増額 NOT = 0
001322       MOVE "　深夜割増"   TO 編集項目名
001323       MOVE 台帳深夜割増額 TO 編集金額
001324       PERFORM 金額行出力
001325     END-IF.
001326     IF 台帳休日手当額 NOT = 0
001327       MOVE "　休日出勤手当" TO 編集項目名
001328       MOVE 台帳休日手当額 TO 編集金額
001329       PERFORM 金額行出力
001330     END-IF.
001331     IF 台帳六十超割増額 NOT = 0
001332       MOVE "　６０Ｈ超割増" TO 編集項目名
001333       MOVE 台帳六十超割増額 TO 編集金額
001334       PERFORM 金額行出力
001335     END-IF.
001336     IF 台帳調整額 NOT = 0
001337       MOVE "　遡及調整額" TO 編集項目名
001338       MOVE 台帳調整額     TO 編集金額
001339       PERFORM 金額行出力
001340     END-IF.
001341     IF 台帳通勤手当 NOT = 0
001342       MOVE "　通勤手当"   TO 編集項目名
001343       MOVE 台帳通勤手当   TO 編集金額
001344       PERFORM 金額行出力
001345     END-IF.
001346     IF 台帳歩合手当 NOT = 0
001347       MOVE "　歩合手当"   TO 編集項目名
001348       MOVE 台帳歩合手当   TO 編集金額
001349       PERFORM 金額行出力
001350     END-IF.
001351     COMPUTE 支給合計 = 台帳基本給
001352       + 台帳職務手当 + 台帳時間外手当
001353       + 台帳調整額 + 台帳通勤手当
001354       + 台帳歩合手当.
001355     MOVE "　支給合計"   TO 編集項目名.
001360     MOVE 支給合計       TO 編集金額.
001370     PERFORM 金額行出力.
001380*
001410     MOVE "　所得税"     TO 編集項目名.
001420     MOVE 台帳所得税     TO 編集金額.
001430     PERFORM 金額行出力.
001440*　料率マスタで求めた月は社会保険料を内訳で印字する。
001445     IF 台帳健康保険料 + 台帳厚生年金保険料
001446        + 台帳介護保険料 = 0
001447       MOVE "　社会保険料" TO 編集項目名
001448       MOVE 台帳社会保険料 TO 編集金額
001449       PERFORM 金額行出力
001450     ELSE
001451       MOVE "　健康保険料" TO 編集項目名
001452       MOVE 台帳健康保険料 TO 編集金額
001453       PERFORM 金額行出力
001454       IF 台帳介護保険料 NOT = 0
001455         MOVE "　介護保険料" TO 編集項目名
001456         MOVE 台帳介護保険料 TO 編集金額
001457         PERFORM 金額行出力
001458       END-IF
001459       MOVE "　厚生年金保険" TO 編集項目名
001460       MOVE 台帳厚生年金保険料 TO 編集金額
001461       PERFORM 金額行出力
001462     END-IF.
001463     IF 台帳雇用保険料 NOT = 0
001464       MOVE "　雇用保険料" TO 編集項目名
001465       MOVE 台帳雇用保険料 TO 編集金額
001466       PERFORM 金額行出力
001467     END-IF.
001468     MOVE "　住民税"     TO 編集項目名.
001469     MOVE 台帳住民税     TO 編集金額.
001470     PERFORM 金額行出力.
001471     IF 台帳貸付天引額 NOT = 0
001472       MOVE "　貸付返済"   TO 編集項目名
001473       MOVE 台帳貸付天引額 TO 編集金額
001474       PERFORM 金額行出力
001475     END-IF.
001476     IF 台帳社内預金額 NOT = 0
001477       MOVE "　社内預金"   TO 編集項目名
001478       MOVE 台帳社内預金額 TO 編集金額
001479       PERFORM 金額行出力
001480     END-IF.
001481     COMPUTE 控除合計 = 台帳所得税
001482       + 台帳社会保険料 + 台帳雇用保険料
001483       + 台帳住民税
001485       + 台帳貸付天引額 + 台帳社内預金額.
001490     MOVE "　控除合計"   TO 編集項目名.
001500     MOVE 控除合計       TO 編集金額.
001510     PERFORM 金額行出力.
