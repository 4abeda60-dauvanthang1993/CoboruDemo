000010*=====================================================================
000020*  KYUGYOP.CBL
000030*
000040*  休業照会領域。休業状況取得サブルーチンへ従業員と期間を渡し，
000050*  その期間の休業日数などを受け取る。
000060*
000070*  照会機能区分　１：月次照会（照会開始日の月の１日から月末まで。
000080*  　　　　　　　　　社会保険料免除月の判定を含む）
000090*  　　　　　　　２：期間照会（照会開始日から照会終了日まで）
000100*  　　　　　　　３：指定日照会（照会開始日に休業中かどうか）
000110*  照会結果　　　０：休業あり／１：休業なし／９：機能区分不正
000120*
000130*                              Copyright 1998-2015 FUJITSU LIMITED
000140*=====================================================================
000150 01  休業照会領域.
000160     02  照会機能区分        PIC  X(001).
000170         88  月次照会        VALUE "1".
000180         88  期間照会        VALUE "2".
000190         88  指定日照会      VALUE "3".
000200     02  照会従業員番号      PIC  9(004).
000210     02  照会開始日          PIC  9(008).
000220     02  照会終了日          PIC  9(008).
000230*    以下は返却項目。休業区分・復職予定日は期間内で最後に始まった
000240*    休業のもの。休職日数は休業日数のうち休職（私傷病等）の日数。
000250     02  照会休業区分        PIC  X(001).
000260     02  照会復職予定日      PIC  9(008).
000270     02  照会対象日数        PIC  9(003).
000280     02  照会休業日数        PIC  9(003).
000290     02  照会休職日数        PIC  9(003).
000300     02  照会休業営業日数    PIC  9(003).
000310     02  照会社保免除        PIC  X(001).
000320         88  社保免除月      VALUE "Y".
000330     02  照会全休区分        PIC  X(001).
000340         88  期間全休        VALUE "Y".
000350     02  照会結果            PIC  9(001).
